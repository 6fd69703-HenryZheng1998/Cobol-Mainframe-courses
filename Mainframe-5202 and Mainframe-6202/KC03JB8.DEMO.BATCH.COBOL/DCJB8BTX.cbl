001700*                ADDRESS BLOCK. A SUMMARY REGISTER WITH RECEIPT
001800*                COUNT AND DOLLAR CONTROL TOTALS CLOSES THE RUN
001900*                SO IT CAN BE CERTIFIED TO THE AUDITORS.
001910* 10/15/26  HZ   CORRFILE RECORD NOW 40 BYTES - CARRIES THE
001920*                DELIVERY CHANNEL; THIS RUN'S ROWS ARE PAPER.
001930* 10/15/26  HZ   CORRFILE STATUS CLEARED BEFORE THE SEQUENCE
001940*                SEARCH - THE '00' LEFT BY THE OPEN ENDED THE
001950*                SEARCH BEFORE ANY WRITE, SO NO LETTER WAS LOGGED.
002000*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
008100
008110 FD  CORR-FILE
008112     LABEL RECORDS ARE STANDARD
008114     RECORD CONTAINS 40 CHARACTERS
008116     DATA RECORD IS CORRFILE-RECORD.
008118
008120     COPY 'CORRREC'.
034916*----------------------------------------------------------------
034918 8000-LOG-CORRESPONDENCE.
034920
034921     MOVE SPACES TO CORRFILE-RECORD.
034922     MOVE WS-COR-STU TO COR-STU-NUMBER.
034924     MOVE WS-COR-CYYDDD TO COR-DATE.
034926     MOVE WS-COR-DOC TO COR-DOC-TYPE.
034928     MOVE 'DCJB8BTX' TO COR-RUN-ID.
034929     SET COR-ON-PAPER TO TRUE.
034930     MOVE 1 TO COR-SEQ.
034930*    THE STATUS IS STILL '00' FROM THE LAST CORRFILE I/O - CLEAR
034930*    IT SO THE FIRST WRITE IS ACTUALLY TRIED.
034930     MOVE SPACES TO WS-CORFILE-STATUS.
034932
034934     PERFORM 8010-TRY-ONE-SEQ THRU 8010-EXIT
034936         UNTIL (WS-CORFILE-OK) OR (COR-SEQ > 99).
