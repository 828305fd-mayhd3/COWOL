000010*****************************************************************
000020*    COPYBOOK.     FZBIAJ
000030*    DESCRIPTION.  CLASSIFICATION INQUIRY ACCESS JOURNAL RECORD.
000040*                  ONE RECORD FOR EVERY INQUIRY ANSWERED, WHETHER
000050*                  ONLINE (FZBQ TRANSACTION, PROGRAM FZBOINQ,
000060*                  WRITTEN TO THE VSAM ESDS PROD.FIZZBUZZ.INQJRNL
000070*                  THROUGH CICS FILE FZBIJNL) OR BATCH (FZBINQ,
000080*                  ADDED TO PROD.FIZZBUZZ.INQJRNL.BATCH) - WHEN,
000090*                  WHO (SIGNED-ON OR SUBMITTING USER ID), FROM
000100*                  WHERE (TERMINAL ID ONLINE, JOB NAME IN BATCH),
000110*                  WHICH COUNTER AND FUNCTION WERE ASKED FOR, AND
000120*                  WHETHER AN ANSWER WAS FOUND.  THE COUNTER IS
000130*                  KEPT AS KEYED, SO A NON-NUMERIC VALUE IS
000140*                  JOURNALED TOO.  RECORDS ARE NEVER UPDATED OR
000150*                  DELETED.  A RECORD WITH A BLANK SOURCE IS THE
000160*                  ESDS PRIME RECORD AND IS NOT AN INQUIRY.  READ
000170*                  WEEKLY BY FZBIAUS (FIZZIAUS).
000180*    MODIFICATION HISTORY.
000190*        2026-10-15  JHM  ORIGINAL COPYBOOK.
000200*****************************************************************
000210 01  FZB-INQJRNL-RECORD.
000220     05  FZB-IAJ-DATE                PIC 9(06).
000230     05  FZB-IAJ-TIME                PIC 9(06).
000240     05  FZB-IAJ-SOURCE              PIC X(01).
000250         88  FZB-IAJ-ONLINE                    VALUE 'O'.
000260         88  FZB-IAJ-BATCH                     VALUE 'B'.
000270         88  FZB-IAJ-INQUIRY                   VALUES 'O' 'B'.
000280     05  FZB-IAJ-USERID              PIC X(08).
000290     05  FZB-IAJ-ORIGIN              PIC X(08).
000300     05  FZB-IAJ-COUNTER             PIC X(06).
000310     05  FZB-IAJ-FUNCTION            PIC X(01).
000320         88  FZB-IAJ-FUNC-CURRENT              VALUE 'C'.
000330         88  FZB-IAJ-FUNC-ASOF                 VALUE 'A'.
000340         88  FZB-IAJ-FUNC-HIST                 VALUE 'H'.
000350     05  FZB-IAJ-REQ-CODE            PIC X(08).
000360     05  FZB-IAJ-ASOF                PIC X(06).
000370     05  FZB-IAJ-RESULT              PIC X(01).
000380         88  FZB-IAJ-FOUND                     VALUE 'F'.
000390         88  FZB-IAJ-NOT-FOUND                 VALUE 'N'.
000400         88  FZB-IAJ-ERROR                     VALUE 'E'.
000410     05  FZB-IAJ-ANSWERS             PIC 9(04).
000420     05  FILLER                      PIC X(25).
