000010*****************************************************************
000020*    COPYBOOK.     FZBIAU
000030*    DESCRIPTION.  PERMITTED INQUIRY USER RECORD (INQUSERS).  ONE
000040*                  RECORD PER USER ID AUTHORIZED TO ASK
000050*                  CLASSIFICATION INQUIRIES ONLINE (FZBQ) OR IN
000060*                  BATCH (FZBINQ), WITH THE USER'S DEPARTMENT AND
000070*                  NAME.  THE WEEKLY INQUIRY USAGE REPORT
000080*                  (FZBIAUS) TOTALS INQUIRIES BY THE DEPARTMENT
000090*                  GIVEN HERE AND FLAGS EVERY ACCESS BY A USER ID
000100*                  NOT LISTED FOR SECURITY REVIEW.  RECORDS WITH A
000110*                  BLANK USER ID ARE COMMENTS.  THE FILE IS KEPT
000120*                  BY HAND BY THE SERVICE DESK AS ACCESS IS
000130*                  GRANTED AND WITHDRAWN.
000140*    MODIFICATION HISTORY.
000150*        2026-10-15  JHM  ORIGINAL COPYBOOK.
000160*****************************************************************
000170 01  FZB-INQ-USER-RECORD.
000180     05  FZB-IAU-USERID              PIC X(08).
000190     05  FILLER                      PIC X(01).
000200     05  FZB-IAU-DEPT                PIC X(08).
000210     05  FILLER                      PIC X(01).
000220     05  FZB-IAU-NAME                PIC X(30).
000230     05  FILLER                      PIC X(32).
