000112*                         DURABLE IDENTITY THAT SURVIVES CARD
000113*                         REORDERING, ALONGSIDE THE PER-NIGHT
000114*                         SEQUENCE ID.
000114*        2026-10-15  JHM  ADDED THE RUN DATE/TIME OF THE
000114*                         EXECUTION THAT WROTE THE RECORD, SO THE
000114*                         DATA HISTORY GENERATIONS (DATA.HIST)
000114*                         CAN BE MATCHED TO THE AUDIT HISTORY, AND
000114*                         THE REPRINT FLAG SET BY FZBRSEL ON A
000114*                         RECORD REGENERATED FOR A REPRINT (RUN
000114*                         DATE/TIME THEN = THE ORIGINAL RUN).
000115*****************************************************************
000120 01  FZB-DATA-RECORD.
000130     05  FZB-DATA-COUNTER            PIC 9(06).
000150     05  FZB-DATA-CLASS-LABEL        PIC X(20).
000155     05  FZB-DATA-REQUEST-ID         PIC 9(04).
000157     05  FZB-DATA-REQ-CODE           PIC X(08).
000167     05  FZB-DATA-RUN-DATE           PIC 9(06).
000177     05  FZB-DATA-RUN-TIME           PIC 9(08).
000187     05  FZB-DATA-REPRINT-SW         PIC X(07).
000197         88  FZB-DATA-REPRINT                  VALUE 'REPRINT'.
000207     05  FILLER                      PIC X(18).
