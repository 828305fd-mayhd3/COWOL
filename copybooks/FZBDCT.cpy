000010*****************************************************************
000020*    COPYBOOK.     FZBDCT
000030*    DESCRIPTION.  REPORT DISTRIBUTION CONTROL RECORD (DISTCTL)
000040*                  READ BY FZBBRST - ONE RECORD PER REQUEST
000050*                  CODE IN EFFECT ON THE BUILD DATE THAT HAS A
000060*                  REPORT DESTINATION, WRITTEN BY FZBRBLD FROM
000070*                  THE MAINTAINED REGISTRY CLUSTER (SEE
000080*                  FZBRGM).  KEYED BY THE BUSINESS REQUEST
000090*                  CODE, NOT THE POSITIONAL REQUEST ID, SO A
000100*                  REORDERED CARD DECK CANNOT SEND ONE
000110*                  DEPARTMENT'S SECTION TO ANOTHER.  THE
000120*                  '$HOLD' ENTRY NAMES THE HOLDING
000130*                  DESTINATION.  THE OWNING DEPARTMENT RIDES
000140*                  ALONG FOR THE DISTRIBUTION LOG.
000150*    MODIFICATION HISTORY.
000160*        2026-10-15  JHM  ORIGINAL COPYBOOK.
000170*****************************************************************
000180 01  FZB-DCTL-RECORD.
000190     05  FZB-DCT-REQ-CODE            PIC X(08).
000200     05  FILLER                      PIC X(01).
000210     05  FZB-DCT-DEST                PIC X(08).
000220     05  FILLER                      PIC X(01).
000230     05  FZB-DCT-DEPT                PIC X(08).
000240     05  FILLER                      PIC X(54).
