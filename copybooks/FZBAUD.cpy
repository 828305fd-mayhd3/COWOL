000440*                         POSITIONAL REQUEST ID, SO A
000450*                         REORDERED CARD DECK NO LONGER MAKES
000460*                         ONE REQUEST'S HISTORY ANOTHER'S.
000461*        2026-10-15  JHM  ADDED THE SUBMITTED RECORD COUNT AND
000461*                         THE NUMBER OF BATCHES ACCEPTED (BYTES
000461*                         92-99) FOR A MODE 'T' REQUEST - THE
000462*                         SUM OF THE TRAILER COUNTS OF THE
000462*                         TRANIN BATCHES IT PROVED AND
000462*                         CLASSIFIED (SEE FZBBCH) - SO FZBBAL
000463*                         CAN TIE THE SUBMITTER'S COUNT TO THE
000463*                         CLASSIFIED AND REJECTED COUNTS.  ZERO
000464*                         FOR A RANGE REQUEST; SPACES ON
000464*                         HISTORY RECORDS FROM BEFORE THE
000464*                         CHANGE.
000465*        2026-10-15  JHM  NAMED THE LAST BYTE (100) AS THE
000465*                         PARTITION NUMBER.  A PARTITION OF A
000465*                         SPLIT RANGE REQUEST (SEE FZBPTN) SETS IT
000466*                         ON THAT REQUEST'S RECORD, WHOSE LOW AND
000466*                         HIGH VALUES ARE THEN THE PARTITION'S
000467*                         SLICE; FZBPCMB COMBINES THE PARTITIONS'
000467*                         RECORDS INTO ONE FOR THE WHOLE RANGE
000467*                         WITH THE BYTE BLANK, SO NOTHING
000468*                         DOWNSTREAM OF IT EVER SEES ONE SET.
000468*        2026-10-15  JHM  'R' IN BYTE 100 MARKS A RECORD FZBRSEL
000468*                         WROTE FOR A REPRINT OF A PAST RUN'S
000469*                         REQUEST; FZBBRST ROUTES ITS SECTION BUT
000469*                         POSTS NOTHING TO THE RUN LEDGER FOR IT.
000470*****************************************************************
000480 01  FZB-AUDIT-RECORD.
000490     05  FZB-AUD-RUN-DATE            PIC 9(06).
000740     05  FZB-AUD-TYPE-2              PIC X(01).
000750     05  FZB-AUD-TYPE-3              PIC X(01).
000760     05  FZB-AUD-REQ-CODE            PIC X(08).
000770     05  FZB-AUD-SUBMIT-CNT-X        PIC X(06).
000780     05  FZB-AUD-SUBMIT-CNT REDEFINES FZB-AUD-SUBMIT-CNT-X
000790                                     PIC 9(06).
000800     05  FZB-AUD-BATCH-CNT           PIC 9(02).
000810     05  FZB-AUD-PARTITION           PIC X(01).
000820         88  FZB-AUD-NOT-PARTITION             VALUE SPACE.
000830         88  FZB-AUD-REPRINT                   VALUE 'R'.
