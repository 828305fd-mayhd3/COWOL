000010*****************************************************************
000020*    COPYBOOK.     FZBRGJ
000030*    DESCRIPTION.  REQUEST REGISTRY MAINTENANCE JOURNAL RECORD
000040*                  (VSAM ESDS PROD.FIZZBUZZ.REGJRNL, CICS FILE
000050*                  FZBRJNL).  THE FZBR TRANSACTION WRITES ONE
000060*                  RECORD FOR EVERY ADD, CHANGE, AND RETIRE IT
000070*                  APPLIES - WHEN, WHO (SIGNED-ON USER ID AND
000080*                  TERMINAL), WHAT CODE AND EFFECTIVE DATE,
000090*                  AND THE VALUES BEFORE AND AFTER - SO EVERY
000100*                  ROUTING CHANGE CAN BE TRACED TO A PERSON.
000110*                  THE BEFORE VALUES ARE THOSE OF THE VERSION
000120*                  IN EFFECT AT THE CHANGE'S EFFECTIVE DATE
000130*                  (SPACES FOR A NEW CODE).  RECORDS ARE NEVER
000140*                  UPDATED OR DELETED.
000150*    MODIFICATION HISTORY.
000160*        2026-10-15  JHM  ORIGINAL COPYBOOK.
000170*****************************************************************
000180 01  FZB-REGJRNL-RECORD.
000190     05  FZB-RGJ-DATE                PIC 9(06).
000200     05  FZB-RGJ-TIME                PIC 9(06).
000210     05  FZB-RGJ-USERID              PIC X(08).
000220     05  FZB-RGJ-TERMID              PIC X(04).
000230     05  FZB-RGJ-TRANID              PIC X(04).
000240     05  FZB-RGJ-ACTION              PIC X(01).
000250         88  FZB-RGJ-ADD                       VALUE 'A'.
000260         88  FZB-RGJ-CHANGE                    VALUE 'C'.
000270         88  FZB-RGJ-RETIRE                    VALUE 'R'.
000280     05  FZB-RGJ-REQ-CODE            PIC X(08).
000290     05  FZB-RGJ-EFF-DATE            PIC 9(06).
000300     05  FZB-RGJ-NEW-VALUES.
000310         10  FZB-RGJ-NEW-STATUS      PIC X(01).
000320         10  FZB-RGJ-NEW-DESC        PIC X(30).
000330         10  FZB-RGJ-NEW-DEPT        PIC X(08).
000340         10  FZB-RGJ-NEW-DEST        PIC X(08).
000350     05  FZB-RGJ-OLD-VALUES.
000360         10  FZB-RGJ-OLD-STATUS      PIC X(01).
000370         10  FZB-RGJ-OLD-DESC        PIC X(30).
000380         10  FZB-RGJ-OLD-DEPT        PIC X(08).
000390         10  FZB-RGJ-OLD-DEST        PIC X(08).
000400     05  FILLER                      PIC X(03).
