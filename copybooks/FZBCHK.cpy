000240*                         BYPASSED REQUEST CAN RE-RAISE THE
000250*                         BYPASS RETURN CODE INSTEAD OF ENDING
000260*                         CLEAN WITH A CARD SILENTLY UNRUN.
000261*        2026-10-15  JHM  ADDED THE PROCESSING DATE THE RUN
000262*                         CALENDAR SELECTED THE CARDS FOR, SO A
000263*                         RESUMED EXECUTION - EVEN ONE RESUMED
000265*                         THE NEXT NIGHT - SELECTS THE SAME CARDS
000266*                         AND THE REQUEST IDS STILL LINE UP.
000267*                         ZERO OR SPACES ON A CHECKPOINT WRITTEN
000268*                         BEFORE THIS CHANGE.
000270*****************************************************************
000280 01  FZB-CHKPT-RECORD.
000290     05  FZB-CHK-RUN-DATE            PIC 9(06).
000380     05  FZB-CHK-REQ-DONE-SW         PIC X(01).
000390         88  FZB-CHK-REQ-DONE                  VALUE 'Y'.
000400         88  FZB-CHK-REQ-BYPASSED              VALUE 'B'.
000410     05  FZB-CHK-PROC-DATE           PIC 9(06).
000420     05  FILLER                      PIC X(19).
