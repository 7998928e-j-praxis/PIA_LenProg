003819*                    TYPE RECORD - A TYPE OUTSIDE ITS DATES
003820*                    REJECTS WITH ITS OWN REASON, THE SAME
003821*                    RULE PRG2VAL NOW APPLIES.
003832*   2026-10-15  JKL  SUSP QUEUE LENGTH RAISED TO +100 - THE
003843*                    SUSPENSE RECORD GREW BY THE WORKED-BY
003854*                    OPERATOR AND DATE THE PRG5 WORKBENCH
003865*                    STAMPS.  A NEW ITEM IS OPEN, SO BOTH GO
003876*                    OUT AS SPACES.
003887*****************************************************************
003900 ENVIRONMENT DIVISION.
004000 DATA DIVISION.
004100 WORKING-STORAGE SECTION.
005100     COPY AUDITREC.
005200 01  WS-AUDIT-LENGTH             PIC S9(04) COMP VALUE +60.
005300     COPY SUSPREC.
005400 01  WS-SUSP-LENGTH              PIC S9(04) COMP VALUE +100.
005410*****************************************************************
005420*    TYPE-CODE REFERENCE RECORD AND ITS LOOKUP KEY
005430*****************************************************************
