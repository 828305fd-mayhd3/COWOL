000020*    COPYBOOK.     FZBREJ
000030*    DESCRIPTION.  TRANSACTION REJECT RECORD.  ONE RECORD IS
000040*                  WRITTEN TO THE REJECT FILE (REJOUT, LRECL
000050*                  144) FOR EVERY TRANIN VALUE REJECTED BY A
000060*                  MODE 'T' RUN - THE IN-STORAGE EXCEPTION
000070*                  TABLE AND ITS REPORT PAGE SHOW ONLY THE
000080*                  FIRST 100, BUT THIS FILE CARRIES EVERY ONE.
000190*                  RESOLVED OR WRITTEN OFF.
000200*    MODIFICATION HISTORY.
000210*        2026-09-03  JHM  ORIGINAL COPYBOOK.
000211*        2026-10-15  JHM  ADDED THE REQUEST CODE AND THE
000211*                         SUBMITTER'S BATCH NUMBER (SEE FZBBCH)
000212*                         IN BYTES 129-142 SO FZBRCYC CAN
000213*                         STAGE RECYCLED VALUES AS A BATCH FOR
000213*                         THE REQUEST THAT REJECTED THEM.  THE
000214*                         RECORD WIDENS FROM 128 TO 144 BYTES -
000215*                         THE REJOUT, REJREM AND REJECTS.HIST
000215*                         DD'S MOVE TO LRECL 144 WITH IT, AND
000216*                         THE WORKING REJECTS DATASET IS PADDED
000216*                         WITH SPACES BY THE ONE-TIME FIZZJCNV
000217*                         JOB, RUN BEFORE THE FIRST FIZZJOB.  A
000217*                         REJECT WRITTEN BEFORE THE WIDENING
000218*                         HAS NO REQUEST CODE AND IS LEFT ON
000219*                         REJREM BY FZBRCYC FOR A WRITE-OFF.
000220*****************************************************************
000230 01  FZB-REJECT-RECORD.
000240     05  FZB-REJ-ORIG-RECORD.
000340     05  FZB-REJ-RUN-DATE            PIC 9(06).
000350     05  FZB-REJ-RUN-TIME            PIC 9(08).
000360     05  FILLER                      PIC X(07).
000370*    BYTES 129-142 - THE BATCH THE REJECTED VALUE ARRIVED IN.
000380     05  FZB-REJ-REQ-CODE            PIC X(08).
000390     05  FZB-REJ-BATCH-NO            PIC 9(06).
000400     05  FILLER                      PIC X(02).
