000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DCJB8BPI.
000300 AUTHOR. HENRY ZHENG.
000400 INSTALLATION. REGISTRAR SYSTEMS - BATCH REPORTS.
000500 DATE-WRITTEN. 10/15/26.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  HZ   INITIAL VERSION - PERSONAL-INFORMATION ACCESS
001100*                PACKAGE. GIVEN ONE STUDENT NUMBER ON SYSIN, PULLS
001200*                EVERYTHING THE REGISTRAR HOLDS ABOUT THAT STUDENT
001300*                INTO ONE DISCLOSURE REPORT - THE MASTER AND
001400*                ARCHIVED RECORDS, TERM HISTORY, GRADES, MIDTERM
001500*                GRADES, ATTENDANCE, HOLDS, CONTACTS, NOTES,
001600*                CORRESPONDENCE, THE FINANCIAL FILES, THE STUAUDIT
001700*                AND STUJRNL CHANGE HISTORY AND NAME CHANGES - ONE
001800*                SECTION PER FILE WITH ITS RECORD COUNT. OPERATOR
001900*                IDS AND INTERNAL-ONLY FIELDS ARE LISTED OR
002000*                BLANKED BY THE DISCLOSURE RULE TABLE BELOW, WHICH
002100*                THE PRIVACY OFFICE MAY OVERRIDE RULE BY RULE WITH
002200*                DISCRULE CARDS.
002210* 10/15/26  HZ   ASSESS RECORD NOW 38 BYTES - CARRIES THE FEES
002220*                THE GL ALREADY HOLDS.
002300*----------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200
003300     SELECT STUFILE ASSIGN TO STUFILE
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS STU-NUMBER
003700         FILE STATUS IS WS-STUFILE-STATUS.
003800
003900*    THE SEARCHED FILES, OPENED ONE AT A TIME AND SHARING ONE
004000*    STATUS FIELD. THE STUDENT-KEYED CLUSTERS ARE POSITIONED ON
004100*    THE STUDENT'S PARTIAL KEY; THE REST ARE READ FRONT TO BACK.
004200     SELECT STUARCH-FILE ASSIGN TO STUARCH
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS ARC-STU-NUMBER
004600         FILE STATUS IS WS-SECT-STATUS.
004700
004800     SELECT STUHIST-FILE ASSIGN TO STUHIST
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-SECT-STATUS.
005100
005200     SELECT GRADFILE ASSIGN TO GRADFILE
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS SEQUENTIAL
005500         RECORD KEY IS GRD-KEY
005600         FILE STATUS IS WS-SECT-STATUS.
005700
005800     SELECT MID-FILE ASSIGN TO MIDFILE
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS MID-KEY
006200         FILE STATUS IS WS-SECT-STATUS.
006300
006400     SELECT ATT-FILE ASSIGN TO ATTFILE
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS SEQUENTIAL
006700         RECORD KEY IS ATT-KEY
006800         FILE STATUS IS WS-SECT-STATUS.
006900
007000     SELECT HOLD-FILE ASSIGN TO HOLDFILE
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS SEQUENTIAL
007300         RECORD KEY IS HLD-KEY
007400         FILE STATUS IS WS-SECT-STATUS.
007500
007600     SELECT CNTFILE ASSIGN TO CNTFILE
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS SEQUENTIAL
007900         RECORD KEY IS CNT-STU-NUMBER
008000         FILE STATUS IS WS-SECT-STATUS.
008100
008200     SELECT NOTE-FILE ASSIGN TO NOTEFILE
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS SEQUENTIAL
008500         RECORD KEY IS NTE-KEY
008600         FILE STATUS IS WS-SECT-STATUS.
008700
008800     SELECT CORR-FILE ASSIGN TO CORRFILE
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS SEQUENTIAL
009100         RECORD KEY IS COR-KEY
009200         FILE STATUS IS WS-SECT-STATUS.
009300
009400     SELECT ASSESS-FILE ASSIGN TO ASSESS
009500         ORGANIZATION IS INDEXED
009600         ACCESS MODE IS SEQUENTIAL
009700         RECORD KEY IS ASM-KEY
009800         FILE STATUS IS WS-SECT-STATUS.
009900
010000     SELECT CHG-FILE ASSIGN TO CHGFILE
010100         ORGANIZATION IS INDEXED
010200         ACCESS MODE IS SEQUENTIAL
010300         RECORD KEY IS CHG-KEY
010400         FILE STATUS IS WS-SECT-STATUS.
010500
010600     SELECT PAYFILE ASSIGN TO PAYFILE
010700         ORGANIZATION IS INDEXED
010800         ACCESS MODE IS SEQUENTIAL
010900         RECORD KEY IS PAY-KEY
011000         FILE STATUS IS WS-SECT-STATUS.
011100
011200     SELECT AWD-FILE ASSIGN TO AWDFILE
011300         ORGANIZATION IS INDEXED
011400         ACCESS MODE IS SEQUENTIAL
011500         RECORD KEY IS AWD-KEY
011600         FILE STATUS IS WS-SECT-STATUS.
011700
011800     SELECT PLAN-FILE ASSIGN TO PLANFILE
011900         ORGANIZATION IS INDEXED
012000         ACCESS MODE IS SEQUENTIAL
012100         RECORD KEY IS PLN-KEY
012200         FILE STATUS IS WS-SECT-STATUS.
012300
012400     SELECT SPL-FILE ASSIGN TO SPLFILE
012500         ORGANIZATION IS INDEXED
012600         ACCESS MODE IS SEQUENTIAL
012700         RECORD KEY IS SPL-KEY
012800         FILE STATUS IS WS-SECT-STATUS.
012900
013000     SELECT AUDIT-FILE ASSIGN TO STUAUDIT
013100         ORGANIZATION IS SEQUENTIAL
013200         FILE STATUS IS WS-SECT-STATUS.
013300
013400     SELECT STUJRNL-FILE ASSIGN TO STUJRNL
013500         ORGANIZATION IS SEQUENTIAL
013600         FILE STATUS IS WS-SECT-STATUS.
013700
013800     SELECT NAMHIST-FILE ASSIGN TO NAMHIST
013900         ORGANIZATION IS INDEXED
014000         ACCESS MODE IS SEQUENTIAL
014100         RECORD KEY IS NMH-KEY
014200         FILE STATUS IS WS-SECT-STATUS.
014300
014400*    OPTIONAL OVERRIDES TO THE STANDARD DISCLOSURE RULES - SEE
014500*    WS-RULE-DEFS. NO DATASET MEANS THE STANDARD RULES STAND.
014600     SELECT RULE-FILE ASSIGN TO DISCRULE
014700         ORGANIZATION IS SEQUENTIAL
014800         FILE STATUS IS WS-RULE-STATUS.
014900
015000     SELECT DISCLOSURE-RPT ASSIGN TO DISCRPT
015100         ORGANIZATION IS SEQUENTIAL
015200         FILE STATUS IS WS-DISCRPT-STATUS.
015300
015400 DATA DIVISION.
015500 FILE SECTION.
015600
015700 FD  STUFILE
015800     LABEL RECORDS ARE STANDARD
015900     RECORD CONTAINS 227 CHARACTERS
016000     DATA RECORD IS STUFILE-RECORD.
016100
016200*    STUFILE RECORD LAYOUT - SHARED WITH THE CICS PROGRAMS.
016300     COPY 'STUREC'.
016400
016500 FD  STUARCH-FILE
016600     LABEL RECORDS ARE STANDARD
016700     RECORD CONTAINS 227 CHARACTERS
016800     DATA RECORD IS STUARCH-RECORD.
016900 01  STUARCH-RECORD.
017000     05 ARC-STU-NUMBER               PIC X(7).
017100     05 FILLER                       PIC X(220).
017200
017300 FD  STUHIST-FILE
017400     LABEL RECORDS ARE STANDARD
017500     RECORD CONTAINS 122 CHARACTERS
017600     DATA RECORD IS STUHIST-RECORD.
017700
017800     COPY 'STUHIST'.
017900
018000 FD  GRADFILE
018100     LABEL RECORDS ARE STANDARD
018200     RECORD CONTAINS 38 CHARACTERS
018300     DATA RECORD IS GRADFILE-RECORD.
018400
018500     COPY 'GRADEREC'.
018600
018700 FD  MID-FILE
018800     LABEL RECORDS ARE STANDARD
018900     RECORD CONTAINS 38 CHARACTERS
019000     DATA RECORD IS MIDFILE-RECORD.
019100
019200     COPY 'MIDREC'.
019300
019400 FD  ATT-FILE
019500     LABEL RECORDS ARE STANDARD
019600     RECORD CONTAINS 35 CHARACTERS
019700     DATA RECORD IS ATTFILE-RECORD.
019800
019900     COPY 'ATTDREC'.
020000
020100 FD  HOLD-FILE
020200     LABEL RECORDS ARE STANDARD
020300     RECORD CONTAINS 24 CHARACTERS
020400     DATA RECORD IS HOLDFILE-RECORD.
020500
020600     COPY 'HOLDREC'.
020700
020800 FD  CNTFILE
020900     LABEL RECORDS ARE STANDARD
021000     RECORD CONTAINS 158 CHARACTERS
021100     DATA RECORD IS CNTFILE-RECORD.
021200
021300     COPY 'CONTREC'.
021400
021500 FD  NOTE-FILE
021600     LABEL RECORDS ARE STANDARD
021700     RECORD CONTAINS 85 CHARACTERS
021800     DATA RECORD IS NOTEFILE-RECORD.
021900
022000     COPY 'NOTEREC'.
022100
022200 FD  CORR-FILE
022300     LABEL RECORDS ARE STANDARD
022400     RECORD CONTAINS 40 CHARACTERS
022500     DATA RECORD IS CORRFILE-RECORD.
022600
022700     COPY 'CORRREC'.
022800
022900 FD  ASSESS-FILE
023000     LABEL RECORDS ARE STANDARD
023100     RECORD CONTAINS 38 CHARACTERS
023200     DATA RECORD IS ASSESS-RECORD.
023300
023400     COPY 'ASSESREC'.
023500
023600 FD  CHG-FILE
023700     LABEL RECORDS ARE STANDARD
023800     RECORD CONTAINS 71 CHARACTERS
023900     DATA RECORD IS CHGFILE-RECORD.
024000
024100     COPY 'CHGREC'.
024200
024300 FD  PAYFILE
024400     LABEL RECORDS ARE STANDARD
024500     RECORD CONTAINS 50 CHARACTERS
024600     DATA RECORD IS PAYFILE-RECORD.
024700
024800     COPY 'PAYREC'.
024900
025000 FD  AWD-FILE
025100     LABEL RECORDS ARE STANDARD
025200     RECORD CONTAINS 57 CHARACTERS
025300     DATA RECORD IS AWDFILE-RECORD.
025400
025500     COPY 'AWRDREC'.
025600
025700 FD  PLAN-FILE
025800     LABEL RECORDS ARE STANDARD
025900     RECORD CONTAINS 42 CHARACTERS
026000     DATA RECORD IS PLANFILE-RECORD.
026100
026200     COPY 'PPLNREC'.
026300
026400 FD  SPL-FILE
026500     LABEL RECORDS ARE STANDARD
026600     RECORD CONTAINS 32 CHARACTERS
026700     DATA RECORD IS SPLFILE-RECORD.
026800
026900     COPY 'SPLKREC'.
027000
027100 FD  AUDIT-FILE
027200     LABEL RECORDS ARE STANDARD
027300     RECORD CONTAINS 363 CHARACTERS
027400     DATA RECORD IS STUAUDIT-RECORD.
027500
027600     COPY 'STUAUDIT'.
027700
027800 FD  STUJRNL-FILE
027900     LABEL RECORDS ARE STANDARD
028000     RECORD CONTAINS 273 CHARACTERS
028100     DATA RECORD IS STUJRNL-RECORD.
028200
028300*    STUJRNL RECORD LAYOUT - SHARED WITH THE CICS SIDE.
028400     COPY 'STUJRNL'.
028500
028600 FD  NAMHIST-FILE
028700     LABEL RECORDS ARE STANDARD
028800     RECORD CONTAINS 59 CHARACTERS
028900     DATA RECORD IS NAMHIST-RECORD.
029000
029100     COPY 'NAMEREC'.
029200
029300*    ONE OVERRIDE PER CARD - THE FILE AND FIELD AS THEY APPEAR IN
029400*    THE RULES-IN-EFFECT LIST ON THE COVER PAGE, AND 'L' (LIST) OR
029500*    'B' (BLANK). A '*' IN COLUMN 1 IS A COMMENT CARD.
029600 FD  RULE-FILE
029700     LABEL RECORDS ARE STANDARD
029800     RECORD CONTAINS 80 CHARACTERS
029900     DATA RECORD IS RULE-CARD.
030000 01  RULE-CARD.
030100     05 RUL-FILE                     PIC X(8).
030200     05 FILLER                       PIC X(1).
030300     05 RUL-FIELD                    PIC X(12).
030400     05 FILLER                       PIC X(1).
030500     05 RUL-ACTION                   PIC X(1).
030600         88 RUL-ACTION-VALID             VALUE 'L' 'B'.
030700     05 FILLER                       PIC X(57).
030800
030900 FD  DISCLOSURE-RPT
031000     LABEL RECORDS ARE STANDARD
031100     RECORD CONTAINS 133 CHARACTERS
031200     DATA RECORD IS RPT-LINE.
031300 01  RPT-LINE                        PIC X(133).
031400
031500 WORKING-STORAGE SECTION.
031600
031700 01  WS-STUFILE-STATUS               PIC X(2) VALUE SPACES.
031800     88 WS-STUFILE-OK                    VALUE '00'.
031900
032000 01  WS-SECT-STATUS                  PIC X(2) VALUE SPACES.
032100     88 WS-SECT-OK                       VALUE '00'.
032200     88 WS-SECT-NOFILE                   VALUE '35'.
032300
032400 01  WS-RULE-STATUS                  PIC X(2) VALUE SPACES.
032500     88 WS-RULE-OK                       VALUE '00'.
032600     88 WS-RULE-NOFILE                   VALUE '35'.
032700
032800 01  WS-DISCRPT-STATUS               PIC X(2) VALUE SPACES.
032900     88 WS-DISCRPT-OK                    VALUE '00'.
033000
033100 01  WS-SWITCHES.
033200     05 WS-SECT-DONE-SW              PIC X(1) VALUE 'N'.
033300         88 WS-SECT-DONE                  VALUE 'Y'.
033400     05 WS-RULE-EOF-SW               PIC X(1) VALUE 'N'.
033500         88 WS-RULE-EOF                   VALUE 'Y'.
033600     05 WS-RULE-FOUND-SW             PIC X(1) VALUE 'N'.
033700         88 WS-RULE-FOUND                 VALUE 'Y'.
033800     05 WS-ON-STUFILE-SW             PIC X(1) VALUE 'N'.
033900         88 WS-ON-STUFILE                 VALUE 'Y'.
034000     05 WS-ON-STUARCH-SW             PIC X(1) VALUE 'N'.
034100         88 WS-ON-STUARCH                 VALUE 'Y'.
034200
034300*    SYSIN - THE STUDENT NUMBER IN COLUMNS 1-7 AND THE PRIVACY
034400*    OFFICE'S REQUEST REFERENCE IN COLUMNS 9-28, PRINTED ON THE
034500*    COVER PAGE.
034600 01  WS-PARM-CARD.
034700     05 WS-PARM-STU                  PIC X(7).
034800     05 FILLER                       PIC X(1).
034900     05 WS-PARM-REFERENCE            PIC X(20).
035000     05 FILLER                       PIC X(52).
035100
035200 01  WS-REQ-STU                      PIC X(7) VALUE SPACES.
035300 01  WS-CURR-DATE                    PIC 9(7) VALUE 0.
035400
035500*----------------------------------------------------------------
035600* THE DISCLOSURE RULE TABLE - EVERY OPERATOR ID AND INTERNAL-ONLY
035700* FIELD THE REPORT CARRIES, WITH ITS STANDARD TREATMENT: 'L' IS
035800* PRINTED AS HELD, 'B' IS PRINTED BLANK. A DISCRULE CARD NAMING
035900* THE SAME FILE AND FIELD REPLACES THE STANDARD ACTION FOR THE
036000* RUN. NEW FIELDS GO ON THE END WITH A WS-DR- NUMBER OF THEIR OWN.
036100*----------------------------------------------------------------
036200 01  WS-RULE-DEFS.
036300     05 FILLER                       PIC X(8) VALUE 'STUFILE'.
036400     05 FILLER                       PIC X(12) VALUE 'ADVISOR'.
036500     05 FILLER                       PIC X(1) VALUE 'L'.
036600     05 FILLER                       PIC X(8) VALUE 'STUFILE'.
036700     05 FILLER                       PIC X(12) VALUE
036800            'CONFIDENTIAL'.
036900     05 FILLER                       PIC X(1) VALUE 'L'.
037000     05 FILLER                       PIC X(8) VALUE 'GRADFILE'.
037100     05 FILLER                       PIC X(12) VALUE 'OPERID'.
037200     05 FILLER                       PIC X(1) VALUE 'B'.
037300     05 FILLER                       PIC X(8) VALUE 'MIDFILE'.
037400     05 FILLER                       PIC X(12) VALUE 'OPERID'.
037500     05 FILLER                       PIC X(1) VALUE 'B'.
037600     05 FILLER                       PIC X(8) VALUE 'ATTFILE'.
037700     05 FILLER                       PIC X(12) VALUE 'OPERID'.
037800     05 FILLER                       PIC X(1) VALUE 'B'.
037900     05 FILLER                       PIC X(8) VALUE 'HOLDFILE'.
038000     05 FILLER                       PIC X(12) VALUE 'PLACED-BY'.
038100     05 FILLER                       PIC X(1) VALUE 'B'.
038200     05 FILLER                       PIC X(8) VALUE 'NOTEFILE'.
038300     05 FILLER                       PIC X(12) VALUE 'OPERID'.
038400     05 FILLER                       PIC X(1) VALUE 'B'.
038500     05 FILLER                       PIC X(8) VALUE 'NOTEFILE'.
038600     05 FILLER                       PIC X(12) VALUE 'TEXT'.
038700     05 FILLER                       PIC X(1) VALUE 'L'.
038800     05 FILLER                       PIC X(8) VALUE 'CORRFILE'.
038900     05 FILLER                       PIC X(12) VALUE 'RUN-ID'.
039000     05 FILLER                       PIC X(1) VALUE 'B'.
039100     05 FILLER                       PIC X(8) VALUE 'CHGFILE'.
039200     05 FILLER                       PIC X(12) VALUE 'OPERID'.
039300     05 FILLER                       PIC X(1) VALUE 'B'.
039400     05 FILLER                       PIC X(8) VALUE 'CHGFILE'.
039500     05 FILLER                       PIC X(12) VALUE 'REFERENCE'.
039600     05 FILLER                       PIC X(1) VALUE 'L'.
039700     05 FILLER                       PIC X(8) VALUE 'PAYFILE'.
039800     05 FILLER                       PIC X(12) VALUE 'OPERID'.
039900     05 FILLER                       PIC X(1) VALUE 'B'.
040000     05 FILLER                       PIC X(8) VALUE 'PAYFILE'.
040100     05 FILLER                       PIC X(12) VALUE 'RECEIPT'.
040200     05 FILLER                       PIC X(1) VALUE 'L'.
040300     05 FILLER                       PIC X(8) VALUE 'AWDFILE'.
040400     05 FILLER                       PIC X(12) VALUE 'OPERID'.
040500     05 FILLER                       PIC X(1) VALUE 'B'.
040600     05 FILLER                       PIC X(8) VALUE 'PLANFILE'.
040700     05 FILLER                       PIC X(12) VALUE 'OPERID'.
040800     05 FILLER                       PIC X(1) VALUE 'B'.
040900     05 FILLER                       PIC X(8) VALUE 'SPLFILE'.
041000     05 FILLER                       PIC X(12) VALUE 'OPERID'.
041100     05 FILLER                       PIC X(1) VALUE 'B'.
041200     05 FILLER                       PIC X(8) VALUE 'STUAUDIT'.
041300     05 FILLER                       PIC X(12) VALUE 'OPERID'.
041400     05 FILLER                       PIC X(1) VALUE 'B'.
041500     05 FILLER                       PIC X(8) VALUE 'STUJRNL'.
041600     05 FILLER                       PIC X(12) VALUE 'OPERID'.
041700     05 FILLER                       PIC X(1) VALUE 'B'.
041800     05 FILLER                       PIC X(8) VALUE 'STUJRNL'.
041900     05 FILLER                       PIC X(12) VALUE 'TRANSID'.
042000     05 FILLER                       PIC X(1) VALUE 'B'.
042100     05 FILLER                       PIC X(8) VALUE 'NAMHIST'.
042200     05 FILLER                       PIC X(12) VALUE 'OPERID'.
042300     05 FILLER                       PIC X(1) VALUE 'B'.
042400 01  WS-RULE-TABLE REDEFINES WS-RULE-DEFS.
042500     05 WS-RULE-ENTRY OCCURS 20 TIMES.
042600         10 WS-RULE-FILE             PIC X(8).
042700         10 WS-RULE-FIELD            PIC X(12).
042800         10 WS-RULE-ACTION           PIC X(1).
042900             88 WS-RULE-LIST              VALUE 'L'.
043000             88 WS-RULE-BLANK             VALUE 'B'.
043100
043200*    WHERE EACH ACTION CAME FROM, FOR THE COVER PAGE.
043300 01  WS-RULE-SOURCES.
043400     05 WS-RULE-SOURCE OCCURS 20 TIMES
043500                                     PIC X(1).
043600         88 WS-RULE-OVERRIDDEN            VALUE 'O'.
043700
043800 77  WS-RULE-MAX                     PIC S9(4) COMP VALUE 20.
043900 77  WS-RULE-IX                      PIC S9(4) COMP VALUE 0.
044000 77  WS-DR-STU-ADVISOR               PIC S9(4) COMP VALUE 1.
044100 77  WS-DR-STU-CONFIDENTIAL          PIC S9(4) COMP VALUE 2.
044200 77  WS-DR-GRD-OPERID                PIC S9(4) COMP VALUE 3.
044300 77  WS-DR-MID-OPERID                PIC S9(4) COMP VALUE 4.
044400 77  WS-DR-ATT-OPERID                PIC S9(4) COMP VALUE 5.
044500 77  WS-DR-HLD-PLACED-BY             PIC S9(4) COMP VALUE 6.
044600 77  WS-DR-NTE-OPERID                PIC S9(4) COMP VALUE 7.
044700 77  WS-DR-NTE-TEXT                  PIC S9(4) COMP VALUE 8.
044800 77  WS-DR-COR-RUN-ID                PIC S9(4) COMP VALUE 9.
044900 77  WS-DR-CHG-OPERID                PIC S9(4) COMP VALUE 10.
045000 77  WS-DR-CHG-REFERENCE             PIC S9(4) COMP VALUE 11.
045100 77  WS-DR-PAY-OPERID                PIC S9(4) COMP VALUE 12.
045200 77  WS-DR-PAY-RECEIPT               PIC S9(4) COMP VALUE 13.
045300 77  WS-DR-AWD-OPERID                PIC S9(4) COMP VALUE 14.
045400 77  WS-DR-PLN-OPERID                PIC S9(4) COMP VALUE 15.
045500 77  WS-DR-SPL-OPERID                PIC S9(4) COMP VALUE 16.
045600 77  WS-DR-AUD-OPERID                PIC S9(4) COMP VALUE 17.
045700 77  WS-DR-JRN-OPERID                PIC S9(4) COMP VALUE 18.
045800 77  WS-DR-JRN-TRANSID               PIC S9(4) COMP VALUE 19.
045900 77  WS-DR-NMH-OPERID                PIC S9(4) COMP VALUE 20.
046000 77  WS-BAD-CARDS                    PIC S9(4) COMP VALUE 0.
046100
046200*----------------------------------------------------------------
046300* THE REPORT SECTIONS, IN PRINT ORDER - THE FILE AND ITS HEADING.
046400*----------------------------------------------------------------
046500 01  WS-SECT-DEFS.
046600     05 FILLER                       PIC X(8) VALUE 'STUFILE'.
046700     05 FILLER                       PIC X(32) VALUE
046800            'STUDENT MASTER RECORD'.
046900     05 FILLER                       PIC X(8) VALUE 'STUARCH'.
047000     05 FILLER                       PIC X(32) VALUE
047100            'ARCHIVED STUDENT RECORD'.
047200     05 FILLER                       PIC X(8) VALUE 'STUHIST'.
047300     05 FILLER                       PIC X(32) VALUE
047400            'TERM HISTORY'.
047500     05 FILLER                       PIC X(8) VALUE 'GRADFILE'.
047600     05 FILLER                       PIC X(32) VALUE
047700            'FINAL GRADES'.
047800     05 FILLER                       PIC X(8) VALUE 'MIDFILE'.
047900     05 FILLER                       PIC X(32) VALUE
048000            'MIDTERM GRADES'.
048100     05 FILLER                       PIC X(8) VALUE 'ATTFILE'.
048200     05 FILLER                       PIC X(32) VALUE
048300            'CLASS ATTENDANCE'.
048400     05 FILLER                       PIC X(8) VALUE 'HOLDFILE'.
048500     05 FILLER                       PIC X(32) VALUE
048600            'REGISTRATION HOLD'.
048700     05 FILLER                       PIC X(8) VALUE 'CNTFILE'.
048800     05 FILLER                       PIC X(32) VALUE
048900            'EMERGENCY CONTACTS'.
049000     05 FILLER                       PIC X(8) VALUE 'NOTEFILE'.
049100     05 FILLER                       PIC X(32) VALUE
049200            'ADVISING NOTES'.
049300     05 FILLER                       PIC X(8) VALUE 'CORRFILE'.
049400     05 FILLER                       PIC X(32) VALUE
049500            'CORRESPONDENCE SENT'.
049600     05 FILLER                       PIC X(8) VALUE 'ASSESS'.
049700     05 FILLER                       PIC X(32) VALUE
049800            'TUITION ASSESSMENTS'.
049900     05 FILLER                       PIC X(8) VALUE 'CHGFILE'.
050000     05 FILLER                       PIC X(32) VALUE
050100            'CHARGES'.
050200     05 FILLER                       PIC X(8) VALUE 'PAYFILE'.
050300     05 FILLER                       PIC X(32) VALUE
050400            'PAYMENTS AND REFUNDS'.
050500     05 FILLER                       PIC X(8) VALUE 'AWDFILE'.
050600     05 FILLER                       PIC X(32) VALUE
050700            'FINANCIAL AID AND AWARDS'.
050800     05 FILLER                       PIC X(8) VALUE 'PLANFILE'.
050900     05 FILLER                       PIC X(32) VALUE
051000            'PAYMENT PLAN INSTALLMENTS'.
051100     05 FILLER                       PIC X(8) VALUE 'SPLFILE'.
051200     05 FILLER                       PIC X(32) VALUE
051300            'SPONSOR BILLING'.
051400     05 FILLER                       PIC X(8) VALUE 'STUAUDIT'.
051500     05 FILLER                       PIC X(32) VALUE
051600            'RECORD CHANGE AUDIT TRAIL'.
051700     05 FILLER                       PIC X(8) VALUE 'STUJRNL'.
051800     05 FILLER                       PIC X(32) VALUE
051900            'RECORD CHANGE JOURNAL'.
052000     05 FILLER                       PIC X(8) VALUE 'NAMHIST'.
052100     05 FILLER                       PIC X(32) VALUE
052200            'NAME CHANGE HISTORY'.
052300 01  WS-SECT-TABLE REDEFINES WS-SECT-DEFS.
052400     05 WS-SECT-DEF OCCURS 19 TIMES.
052500         10 WS-SECT-FILE             PIC X(8).
052600         10 WS-SECT-TITLE            PIC X(32).
052700
052800*    PER SECTION - RECORDS DISCLOSED, AND WHETHER THE FILE COULD
052900*    BE SEARCHED AT ALL.
053000 01  WS-SECT-RESULTS.
053100     05 WS-SECT-RESULT OCCURS 19 TIMES.
053200         10 WS-SECT-COUNT            PIC S9(7) COMP.
053300         10 WS-SECT-STATE            PIC X(1).
053400             88 WS-SECT-SEARCHED          VALUE 'S'.
053500             88 WS-SECT-UNAVAILABLE       VALUE 'U'.
053600
053700 77  WS-SECT-MAX                     PIC S9(4) COMP VALUE 19.
053800 77  WS-SECT-IX                      PIC S9(4) COMP VALUE 0.
053900 77  WS-SLOT-IX                      PIC S9(4) COMP VALUE 0.
054000 77  WS-SLOT-MAX                     PIC S9(4) COMP VALUE 0.
054100 77  WS-LIST-PTR                     PIC S9(4) COMP VALUE 0.
054200 77  WS-TOTAL-RECORDS                PIC S9(7) COMP VALUE 0.
054300
054400 01  WS-DATE-WORK                    PIC 9(7) VALUE 0.
054500 01  WS-TIME-WORK                    PIC 9(7) VALUE 0.
054600 01  WS-COURSE-LIST                  PIC X(90) VALUE SPACES.
054700
054800*    THE NAME AND STATUS OUT OF A STUJRNL RECORD IMAGE.
054900 01  WS-JRN-IMAGE.
055000     05 WS-JIM-NUMBER                PIC X(7).
055100     05 WS-JIM-NAME                  PIC X(20).
055200     05 FILLER                       PIC X(200).
055300
055400 77  WS-LINE-COUNT                   PIC S9(3) COMP VALUE 99.
055500 77  WS-MAX-LINES                    PIC S9(3) COMP VALUE 55.
055600 77  WS-PAGE-COUNT                   PIC S9(3) COMP VALUE 0.
055700
055800*    THE SECTION BEING PRINTED - REPEATED AT THE TOP OF EVERY PAGE
055900*    IT RUNS ONTO.
056000 01  WS-CURR-TITLE                   PIC X(60) VALUE SPACES.
056100 01  WS-CURR-COLHDR                  PIC X(133) VALUE SPACES.
056200 01  WS-PRINT-AREA                   PIC X(133) VALUE SPACES.
056300
056400 01  RPT-HEADING-1.
056500     05 RPT-HDG1-CC                  PIC X(1) VALUE '1'.
056600     05 FILLER                       PIC X(4) VALUE SPACES.
056700     05 FILLER                       PIC X(36) VALUE
056800            'PERSONAL INFORMATION DISCLOSURE'.
056900     05 FILLER                       PIC X(9) VALUE 'STUDENT '.
057000     05 RPT-HDG1-STU                 PIC X(7).
057100     05 FILLER                       PIC X(3) VALUE SPACES.
057200     05 FILLER                       PIC X(4) VALUE 'RUN '.
057300     05 RPT-HDG1-RUNDATE             PIC 9(7).
057400     05 FILLER                       PIC X(3) VALUE SPACES.
057500     05 FILLER                       PIC X(5) VALUE 'PAGE '.
057600     05 RPT-HDG1-PAGE                PIC ZZ9.
057700     05 FILLER                       PIC X(51) VALUE SPACES.
057800
057900 01  RPT-SECTION-LINE.
058000     05 RPT-SEC-CC                   PIC X(1) VALUE '0'.
058100     05 FILLER                       PIC X(4) VALUE SPACES.
058200     05 RPT-SEC-TEXT                 PIC X(60).
058300     05 FILLER                       PIC X(68) VALUE SPACES.
058400
058500 01  RPT-LABEL-LINE.
058600     05 RPT-LBL-CC                   PIC X(1) VALUE ' '.
058700     05 FILLER                       PIC X(4) VALUE SPACES.
058800     05 RPT-LBL-TEXT                 PIC X(30).
058900     05 RPT-LBL-VALUE                PIC X(90).
059000     05 FILLER                       PIC X(8) VALUE SPACES.
059100
059200 01  RPT-COUNT-LINE.
059300     05 RPT-CNT-CC                   PIC X(1) VALUE ' '.
059400     05 FILLER                       PIC X(4) VALUE SPACES.
059500     05 RPT-CNT-FILE                 PIC X(8).
059600     05 FILLER                       PIC X(14) VALUE
059700            ' RECORDS:    '.
059800     05 RPT-CNT-COUNT                PIC Z,ZZZ,ZZ9.
059900     05 FILLER                       PIC X(2) VALUE SPACES.
060000     05 RPT-CNT-NOTE                 PIC X(40).
060100     05 FILLER                       PIC X(55) VALUE SPACES.
060200
060300 01  RPT-RULE-HDG.
060400     05 RPT-RHD-CC                   PIC X(1) VALUE '0'.
060500     05 FILLER                       PIC X(4) VALUE SPACES.
060600     05 FILLER                       PIC X(10) VALUE 'FILE'.
060700     05 FILLER                       PIC X(14) VALUE 'FIELD'.
060800     05 FILLER                       PIC X(10) VALUE 'ACTION'.
060900     05 FILLER                       PIC X(20) VALUE 'RULE'.
061000     05 FILLER                       PIC X(74) VALUE SPACES.
061100
061200 01  RPT-RULE-LINE.
061300     05 RPT-RUL-CC                   PIC X(1) VALUE ' '.
061400     05 FILLER                       PIC X(4) VALUE SPACES.
061500     05 RPT-RUL-FILE                 PIC X(8).
061600     05 FILLER                       PIC X(2) VALUE SPACES.
061700     05 RPT-RUL-FIELD                PIC X(12).
061800     05 FILLER                       PIC X(2) VALUE SPACES.
061900     05 RPT-RUL-ACTION               PIC X(8).
062000     05 FILLER                       PIC X(2) VALUE SPACES.
062100     05 RPT-RUL-SOURCE               PIC X(20).
062200     05 FILLER                       PIC X(74) VALUE SPACES.
062300
062400*----------------------------------------------------------------
062500* ONE COLUMN HEADING AND ONE DETAIL LINE PER SECTION.
062600*----------------------------------------------------------------
062700 01  RPT-HIST-HDG.
062800     05 FILLER                       PIC X(1) VALUE ' '.
062900     05 FILLER                       PIC X(8) VALUE 'TERM'.
063000     05 FILLER                       PIC X(22) VALUE
063100            'NAME AT THE TIME'.
063200     05 FILLER                       PIC X(10) VALUE 'ARCHIVED'.
063300     05 FILLER                       PIC X(92) VALUE 'COURSES'.
063400
063500 01  RPT-HIST-LINE.
063600     05 FILLER                       PIC X(1) VALUE ' '.
063700     05 RPT-HST-TERM                 PIC X(5).
063800     05 FILLER                       PIC X(3) VALUE SPACES.
063900     05 RPT-HST-NAME                 PIC X(20).
064000     05 FILLER                       PIC X(2) VALUE SPACES.
064100     05 RPT-HST-ARCHIVED             PIC X(8).
064200     05 FILLER                       PIC X(2) VALUE SPACES.
064300     05 RPT-HST-COURSES              PIC X(90).
064400     05 FILLER                       PIC X(2) VALUE SPACES.
064500
064600 01  RPT-GRADE-HDG.
064700     05 FILLER                       PIC X(1) VALUE ' '.
064800     05 FILLER                       PIC X(8) VALUE 'TERM'.
064900     05 FILLER                       PIC X(11) VALUE 'COURSE'.
065000     05 FILLER                       PIC X(7) VALUE 'GRADE'.
065100     05 FILLER                       PIC X(11) VALUE 'ENTERED BY'.
065200     05 FILLER                       PIC X(10) VALUE 'DATE'.
065300     05 FILLER                       PIC X(85) VALUE 'TIME'.
065400
065500*    SHARED BY THE FINAL AND MIDTERM GRADE SECTIONS.
065600 01  RPT-GRADE-LINE.
065700     05 FILLER                       PIC X(1) VALUE ' '.
065800     05 RPT-GRD-TERM                 PIC X(5).
065900     05 FILLER                       PIC X(3) VALUE SPACES.
066000     05 RPT-GRD-COURSE               PIC X(8).
066100     05 FILLER                       PIC X(3) VALUE SPACES.
066200     05 RPT-GRD-GRADE                PIC X(2).
066300     05 FILLER                       PIC X(5) VALUE SPACES.
066400     05 RPT-GRD-OPERID               PIC X(8).
066500     05 FILLER                       PIC X(3) VALUE SPACES.
066600     05 RPT-GRD-DATE                 PIC 9(7).
066700     05 FILLER                       PIC X(3) VALUE SPACES.
066800     05 RPT-GRD-TIME                 PIC 9(7).
066900     05 FILLER                       PIC X(78) VALUE SPACES.
067000
067100 01  RPT-ATT-HDG.
067200     05 FILLER                       PIC X(1) VALUE ' '.
067300     05 FILLER                       PIC X(11) VALUE 'COURSE'.
067400     05 FILLER                       PIC X(10) VALUE 'DATE'.
067500     05 FILLER                       PIC X(10) VALUE 'MARK'.
067600     05 FILLER                       PIC X(101) VALUE 'MARKED BY'.
067700
067800 01  RPT-ATT-LINE.
067900     05 FILLER                       PIC X(1) VALUE ' '.
068000     05 RPT-ATT-COURSE               PIC X(8).
068100     05 FILLER                       PIC X(3) VALUE SPACES.
068200     05 RPT-ATT-DATE                 PIC 9(7).
068300     05 FILLER                       PIC X(3) VALUE SPACES.
068400     05 RPT-ATT-MARK                 PIC X(7).
068500     05 FILLER                       PIC X(3) VALUE SPACES.
068600     05 RPT-ATT-OPERID               PIC X(8).
068700     05 FILLER                       PIC X(93) VALUE SPACES.
068800
068900 01  RPT-HOLD-HDG.
069000     05 FILLER                       PIC X(1) VALUE ' '.
069100     05 FILLER                       PIC X(24) VALUE 'HOLD'.
069200     05 FILLER                       PIC X(11) VALUE 'PLACED BY'.
069300     05 FILLER                       PIC X(97) VALUE 'DATE'.
069400
069500 01  RPT-HOLD-LINE.
069600     05 FILLER                       PIC X(1) VALUE ' '.
069700     05 RPT-HLD-TYPE                 PIC X(21).
069800     05 FILLER                       PIC X(3) VALUE SPACES.
069900     05 RPT-HLD-PLACED-BY            PIC X(8).
070000     05 FILLER                       PIC X(3) VALUE SPACES.
070100     05 RPT-HLD-DATE                 PIC 9(7).
070200     05 FILLER                       PIC X(90) VALUE SPACES.
070300
070400 01  RPT-CNT-HDG.
070500     05 FILLER                       PIC X(1) VALUE ' '.
070600     05 FILLER                       PIC X(23) VALUE
070700            'CONTACT NAME'.
070800     05 FILLER                       PIC X(13) VALUE 'RELATION'.
070900     05 FILLER                       PIC X(13) VALUE 'PHONE'.
071000     05 FILLER                       PIC X(83) VALUE 'ALT PHONE'.
071100
071200 01  RPT-CNT-LINE.
071300     05 FILLER                       PIC X(1) VALUE ' '.
071400     05 RPT-CON-NAME                 PIC X(20).
071500     05 FILLER                       PIC X(3) VALUE SPACES.
071600     05 RPT-CON-RELATION             PIC X(10).
071700     05 FILLER                       PIC X(3) VALUE SPACES.
071800     05 RPT-CON-PHONE-1              PIC X(10).
071900     05 FILLER                       PIC X(3) VALUE SPACES.
072000     05 RPT-CON-PHONE-2              PIC X(10).
072100     05 FILLER                       PIC X(73) VALUE SPACES.
072200
072300 01  RPT-NOTE-HDG.
072400     05 FILLER                       PIC X(1) VALUE ' '.
072500     05 FILLER                       PIC X(6) VALUE 'NO.'.
072600     05 FILLER                       PIC X(10) VALUE 'DATE'.
072700     05 FILLER                       PIC X(11) VALUE 'WRITTEN BY'.
072800     05 FILLER                       PIC X(105) VALUE 'NOTE'.
072900
073000 01  RPT-NOTE-LINE.
073100     05 FILLER                       PIC X(1) VALUE ' '.
073200     05 RPT-NTE-SEQ                  PIC ZZ9.
073300     05 FILLER                       PIC X(3) VALUE SPACES.
073400     05 RPT-NTE-DATE                 PIC 9(7).
073500     05 FILLER                       PIC X(3) VALUE SPACES.
073600     05 RPT-NTE-OPERID               PIC X(8).
073700     05 FILLER                       PIC X(3) VALUE SPACES.
073800     05 RPT-NTE-TEXT                 PIC X(60).
073900     05 FILLER                       PIC X(45) VALUE SPACES.
074000
074100 01  RPT-CORR-HDG.
074200     05 FILLER                       PIC X(1) VALUE ' '.
074300     05 FILLER                       PIC X(10) VALUE 'DATE'.
074400     05 FILLER                       PIC X(5) VALUE 'NO.'.
074500     05 FILLER                       PIC X(11) VALUE 'DOCUMENT'.
074600     05 FILLER                       PIC X(11) VALUE 'SENT BY'.
074700     05 FILLER                       PIC X(95) VALUE 'SENT FROM'.
074800
074900 01  RPT-CORR-LINE.
075000     05 FILLER                       PIC X(1) VALUE ' '.
075100     05 RPT-COR-DATE                 PIC 9(7).
075200     05 FILLER                       PIC X(3) VALUE SPACES.
075300     05 RPT-COR-SEQ                  PIC Z9.
075400     05 FILLER                       PIC X(3) VALUE SPACES.
075500     05 RPT-COR-DOC-TYPE             PIC X(8).
075600     05 FILLER                       PIC X(3) VALUE SPACES.
075700     05 RPT-COR-CHANNEL              PIC X(8).
075800     05 FILLER                       PIC X(3) VALUE SPACES.
075900     05 RPT-COR-RUN-ID               PIC X(8).
076000     05 FILLER                       PIC X(87) VALUE SPACES.
076100
076200 01  RPT-ASM-HDG.
076300     05 FILLER                       PIC X(1) VALUE ' '.
076400     05 FILLER                       PIC X(8) VALUE 'TERM'.
076500     05 FILLER                       PIC X(9) VALUE 'COURSES'.
076600     05 FILLER                       PIC X(16) VALUE
076700            '      TOTAL FEES'.
076800     05 FILLER                       PIC X(3) VALUE SPACES.
076900     05 FILLER                       PIC X(10) VALUE 'ASSESSED'.
077000     05 FILLER                       PIC X(86) VALUE
077100            'FEE CATEGORY'.
077200
077300 01  RPT-ASM-LINE.
077400     05 FILLER                       PIC X(1) VALUE ' '.
077500     05 RPT-ASM-TERM                 PIC X(5).
077600     05 FILLER                       PIC X(3) VALUE SPACES.
077700     05 RPT-ASM-COURSES              PIC Z9.
077800     05 FILLER                       PIC X(7) VALUE SPACES.
077900     05 RPT-ASM-FEES                 PIC ZZ,ZZZ,ZZ9.99.
078000     05 FILLER                       PIC X(6) VALUE SPACES.
078100     05 RPT-ASM-DATE                 PIC 9(7).
078200     05 FILLER                       PIC X(3) VALUE SPACES.
078300     05 RPT-ASM-FEE-CAT              PIC X(1).
078400     05 FILLER                       PIC X(85) VALUE SPACES.
078500
078600 01  RPT-CHG-HDG.
078700     05 FILLER                       PIC X(1) VALUE ' '.
078800     05 FILLER                       PIC X(8) VALUE 'TERM'.
078900     05 FILLER                       PIC X(6) VALUE 'NO.'.
079000     05 FILLER                       PIC X(7) VALUE 'CODE'.
079100     05 FILLER                       PIC X(13) VALUE
079200            '       AMOUNT'.
079300     05 FILLER                       PIC X(3) VALUE SPACES.
079400     05 FILLER                       PIC X(10) VALUE 'DATE'.
079500     05 FILLER                       PIC X(11) VALUE 'REFERENCE'.
079600     05 FILLER                       PIC X(11) VALUE 'ENTERED BY'.
079700     05 FILLER                       PIC X(9) VALUE 'STATUS'.
079800     05 FILLER                       PIC X(11) VALUE 'WAIVED BY'.
079900     05 FILLER                       PIC X(43) VALUE 'WAIVED ON'.
080000
080100 01  RPT-CHG-LINE.
080200     05 FILLER                       PIC X(1) VALUE ' '.
080300     05 RPT-CHG-TERM                 PIC X(5).
080400     05 FILLER                       PIC X(3) VALUE SPACES.
080500     05 RPT-CHG-SEQ                  PIC ZZ9.
080600     05 FILLER                       PIC X(3) VALUE SPACES.
080700     05 RPT-CHG-CODE                 PIC X(4).
080800     05 FILLER                       PIC X(3) VALUE SPACES.
080900     05 RPT-CHG-AMOUNT               PIC Z,ZZZ,ZZ9.99.
081000     05 FILLER                       PIC X(4) VALUE SPACES.
081100     05 RPT-CHG-DATE                 PIC 9(7).
081200     05 FILLER                       PIC X(3) VALUE SPACES.
081300     05 RPT-CHG-REFERENCE            PIC X(8).
081400     05 FILLER                       PIC X(3) VALUE SPACES.
081500     05 RPT-CHG-OPERID               PIC X(8).
081600     05 FILLER                       PIC X(3) VALUE SPACES.
081700     05 RPT-CHG-STATUS               PIC X(6).
081800     05 FILLER                       PIC X(3) VALUE SPACES.
081900     05 RPT-CHG-WAIVE-OPERID         PIC X(8).
082000     05 FILLER                       PIC X(3) VALUE SPACES.
082100     05 RPT-CHG-WAIVE-DATE           PIC X(7).
082200     05 FILLER                       PIC X(36) VALUE SPACES.
082300
082400 01  RPT-PAY-HDG.
082500     05 FILLER                       PIC X(1) VALUE ' '.
082600     05 FILLER                       PIC X(10) VALUE 'DATE'.
082700     05 FILLER                       PIC X(8) VALUE 'TERM'.
082800     05 FILLER                       PIC X(13) VALUE
082900            '       AMOUNT'.
083000     05 FILLER                       PIC X(3) VALUE SPACES.
083100     05 FILLER                       PIC X(11) VALUE 'METHOD'.
083200     05 FILLER                       PIC X(11) VALUE 'RECEIPT'.
083300     05 FILLER                       PIC X(76) VALUE 'TAKEN BY'.
083400
083500 01  RPT-PAY-LINE.
083600     05 FILLER                       PIC X(1) VALUE ' '.
083700     05 RPT-PAY-DATE                 PIC 9(7).
083800     05 FILLER                       PIC X(3) VALUE SPACES.
083900     05 RPT-PAY-TERM                 PIC X(5).
084000     05 FILLER                       PIC X(3) VALUE SPACES.
084100     05 RPT-PAY-AMOUNT               PIC Z,ZZZ,ZZ9.99.
084200     05 FILLER                       PIC X(4) VALUE SPACES.
084300     05 RPT-PAY-METHOD               PIC X(8).
084400     05 FILLER                       PIC X(3) VALUE SPACES.
084500     05 RPT-PAY-RECEIPT              PIC X(8).
084600     05 FILLER                       PIC X(3) VALUE SPACES.
084700     05 RPT-PAY-OPERID               PIC X(8).
084800     05 FILLER                       PIC X(68) VALUE SPACES.
084900
085000 01  RPT-AWD-HDG.
085100     05 FILLER                       PIC X(1) VALUE ' '.
085200     05 FILLER                       PIC X(8) VALUE 'TERM'.
085300     05 FILLER                       PIC X(7) VALUE 'CODE'.
085400     05 FILLER                       PIC X(23) VALUE 'AWARD'.
085500     05 FILLER                       PIC X(13) VALUE
085600            '       AMOUNT'.
085700     05 FILLER                       PIC X(3) VALUE SPACES.
085800     05 FILLER                       PIC X(11) VALUE 'POSTED BY'.
085900     05 FILLER                       PIC X(67) VALUE 'POSTED ON'.
086000
086100 01  RPT-AWD-LINE.
086200     05 FILLER                       PIC X(1) VALUE ' '.
086300     05 RPT-AWD-TERM                 PIC X(5).
086400     05 FILLER                       PIC X(3) VALUE SPACES.
086500     05 RPT-AWD-CODE                 PIC X(4).
086600     05 FILLER                       PIC X(3) VALUE SPACES.
086700     05 RPT-AWD-DESC                 PIC X(20).
086800     05 FILLER                       PIC X(3) VALUE SPACES.
086900     05 RPT-AWD-AMOUNT               PIC Z,ZZZ,ZZ9.99.
087000     05 FILLER                       PIC X(4) VALUE SPACES.
087100     05 RPT-AWD-OPERID               PIC X(8).
087200     05 FILLER                       PIC X(3) VALUE SPACES.
087300     05 RPT-AWD-POSTED               PIC 9(7).
087400     05 FILLER                       PIC X(60) VALUE SPACES.
087500
087600 01  RPT-PLN-HDG.
087700     05 FILLER                       PIC X(1) VALUE ' '.
087800     05 FILLER                       PIC X(8) VALUE 'TERM'.
087900     05 FILLER                       PIC X(6) VALUE 'NO.'.
088000     05 FILLER                       PIC X(10) VALUE 'DUE'.
088100     05 FILLER                       PIC X(13) VALUE
088200            '       AMOUNT'.
088300     05 FILLER                       PIC X(3) VALUE SPACES.
088400     05 FILLER                       PIC X(11) VALUE 'SET UP BY'.
088500     05 FILLER                       PIC X(81) VALUE 'SET UP ON'.
088600
088700 01  RPT-PLN-LINE.
088800     05 FILLER                       PIC X(1) VALUE ' '.
088900     05 RPT-PLN-TERM                 PIC X(5).
089000     05 FILLER                       PIC X(3) VALUE SPACES.
089100     05 RPT-PLN-INST-NO              PIC Z9.
089200     05 FILLER                       PIC X(4) VALUE SPACES.
089300     05 RPT-PLN-DUE                  PIC 9(7).
089400     05 FILLER                       PIC X(3) VALUE SPACES.
089500     05 RPT-PLN-AMOUNT               PIC Z,ZZZ,ZZ9.99.
089600     05 FILLER                       PIC X(4) VALUE SPACES.
089700     05 RPT-PLN-OPERID               PIC X(8).
089800     05 FILLER                       PIC X(3) VALUE SPACES.
089900     05 RPT-PLN-SETUP                PIC 9(7).
090000     05 FILLER                       PIC X(74) VALUE SPACES.
090100
090200 01  RPT-SPL-HDG.
090300     05 FILLER                       PIC X(1) VALUE ' '.
090400     05 FILLER                       PIC X(8) VALUE 'TERM'.
090500     05 FILLER                       PIC X(10) VALUE 'SPONSOR'.
090600     05 FILLER                       PIC X(9) VALUE 'PORTION'.
090700     05 FILLER                       PIC X(11) VALUE 'LINKED BY'.
090800     05 FILLER                       PIC X(94) VALUE 'LINKED ON'.
090900
091000 01  RPT-SPL-LINE.
091100     05 FILLER                       PIC X(1) VALUE ' '.
091200     05 RPT-SPL-TERM                 PIC X(5).
091300     05 FILLER                       PIC X(3) VALUE SPACES.
091400     05 RPT-SPL-SPONSOR              PIC X(5).
091500     05 FILLER                       PIC X(5) VALUE SPACES.
091600     05 RPT-SPL-PCT                  PIC ZZ9.
091700     05 FILLER                       PIC X(1) VALUE '%'.
091800     05 FILLER                       PIC X(5) VALUE SPACES.
091900     05 RPT-SPL-OPERID               PIC X(8).
092000     05 FILLER                       PIC X(3) VALUE SPACES.
092100     05 RPT-SPL-LINKED               PIC 9(7).
092200     05 FILLER                       PIC X(87) VALUE SPACES.
092300
092400 01  RPT-AUD-HDG.
092500     05 FILLER                       PIC X(1) VALUE ' '.
092600     05 FILLER                       PIC X(10) VALUE 'DATE'.
092700     05 FILLER                       PIC X(10) VALUE 'TIME'.
092800     05 FILLER                       PIC X(11) VALUE 'CHANGED BY'.
092900     05 FILLER                       PIC X(101) VALUE
093000            '       NAME / ADDRESS / PHONE'.
093100
093200*    AN AUDIT ENTRY PRINTS AS ITS STAMP AND THE BEFORE IMAGE, THEN
093300*    THE AFTER IMAGE ON THE LINE BELOW.
093400 01  RPT-AUD-LINE.
093500     05 FILLER                       PIC X(1) VALUE ' '.
093600     05 RPT-AUD-DATE                 PIC X(7).
093700     05 FILLER                       PIC X(3) VALUE SPACES.
093800     05 RPT-AUD-TIME                 PIC X(7).
093900     05 FILLER                       PIC X(3) VALUE SPACES.
094000     05 RPT-AUD-OPERID               PIC X(8).
094100     05 FILLER                       PIC X(3) VALUE SPACES.
094200     05 RPT-AUD-WHICH                PIC X(7).
094300     05 RPT-AUD-NAME                 PIC X(20).
094400     05 FILLER                       PIC X(1) VALUE SPACES.
094500     05 RPT-AUD-ADDR-1               PIC X(20).
094600     05 FILLER                       PIC X(1) VALUE SPACES.
094700     05 RPT-AUD-ADDR-2               PIC X(20).
094800     05 FILLER                       PIC X(1) VALUE SPACES.
094900     05 RPT-AUD-ADDR-3               PIC X(20).
095000     05 FILLER                       PIC X(1) VALUE SPACES.
095100     05 RPT-AUD-PHONE                PIC X(10).
095200
095300 01  RPT-JRN-HDG.
095400     05 FILLER                       PIC X(1) VALUE ' '.
095500     05 FILLER                       PIC X(10) VALUE 'DATE'.
095600     05 FILLER                       PIC X(10) VALUE 'TIME'.
095700     05 FILLER                       PIC X(10) VALUE 'CHANGE'.
095800     05 FILLER                       PIC X(11) VALUE 'CHANGED BY'.
095900     05 FILLER                       PIC X(7) VALUE 'TRAN'.
096000     05 FILLER                       PIC X(84) VALUE
096100            'NAME ON THE RECORD'.
096200
096300 01  RPT-JRN-LINE.
096400     05 FILLER                       PIC X(1) VALUE ' '.
096500     05 RPT-JRN-DATE                 PIC 9(7).
096600     05 FILLER                       PIC X(3) VALUE SPACES.
096700     05 RPT-JRN-TIME                 PIC 9(7).
096800     05 FILLER                       PIC X(3) VALUE SPACES.
096900     05 RPT-JRN-OPERATION            PIC X(7).
097000     05 FILLER                       PIC X(3) VALUE SPACES.
097100     05 RPT-JRN-OPERID               PIC X(8).
097200     05 FILLER                       PIC X(3) VALUE SPACES.
097300     05 RPT-JRN-TRANSID              PIC X(4).
097400     05 FILLER                       PIC X(3) VALUE SPACES.
097500     05 RPT-JRN-NAME                 PIC X(20).
097600     05 FILLER                       PIC X(64) VALUE SPACES.
097700
097800 01  RPT-NMH-HDG.
097900     05 FILLER                       PIC X(1) VALUE ' '.
098000     05 FILLER                       PIC X(10) VALUE 'DATE'.
098100     05 FILLER                       PIC X(23) VALUE
098200            'FORMER NAME'.
098300     05 FILLER                       PIC X(23) VALUE 'NEW NAME'.
098400     05 FILLER                       PIC X(76) VALUE 'CHANGED BY'.
098500
098600 01  RPT-NMH-LINE.
098700     05 FILLER                       PIC X(1) VALUE ' '.
098800     05 RPT-NMH-DATE                 PIC 9(7).
098900     05 FILLER                       PIC X(3) VALUE SPACES.
099000     05 RPT-NMH-OLD-NAME             PIC X(20).
099100     05 FILLER                       PIC X(3) VALUE SPACES.
099200     05 RPT-NMH-NEW-NAME             PIC X(20).
099300     05 FILLER                       PIC X(3) VALUE SPACES.
099400     05 RPT-NMH-OPERID               PIC X(8).
099500     05 FILLER                       PIC X(68) VALUE SPACES.
099600
099700 01  RPT-SUMMARY-HDG.
099800     05 FILLER                       PIC X(1) VALUE ' '.
099900     05 FILLER                       PIC X(4) VALUE SPACES.
100000     05 FILLER                       PIC X(10) VALUE 'FILE'.
100100     05 FILLER                       PIC X(34) VALUE 'CONTENTS'.
100200     05 FILLER                       PIC X(10) VALUE '   RECORDS'.
100300     05 FILLER                       PIC X(74) VALUE SPACES.
100400
100500 01  RPT-SUMMARY-LINE.
100600     05 FILLER                       PIC X(1) VALUE ' '.
100700     05 FILLER                       PIC X(4) VALUE SPACES.
100800     05 RPT-SUM-FILE                 PIC X(8).
100900     05 FILLER                       PIC X(2) VALUE SPACES.
101000     05 RPT-SUM-TITLE                PIC X(32).
101100     05 FILLER                       PIC X(2) VALUE SPACES.
101200     05 RPT-SUM-COUNT                PIC Z,ZZZ,ZZ9.
101300     05 FILLER                       PIC X(2) VALUE SPACES.
101400     05 RPT-SUM-NOTE                 PIC X(30).
101500     05 FILLER                       PIC X(43) VALUE SPACES.
101600
101700 PROCEDURE DIVISION.
101800
101900 0000-MAINLINE.
102000
102100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
102200
102300     PERFORM 2000-SECT-STUFILE THRU 2000-EXIT.
102400     PERFORM 2100-SECT-STUARCH THRU 2100-EXIT.
102500     PERFORM 2200-SECT-STUHIST THRU 2200-EXIT.
102600     PERFORM 2300-SECT-GRADFILE THRU 2300-EXIT.
102700     PERFORM 2400-SECT-MIDFILE THRU 2400-EXIT.
102800     PERFORM 2500-SECT-ATTFILE THRU 2500-EXIT.
102900     PERFORM 2600-SECT-HOLDFILE THRU 2600-EXIT.
103000     PERFORM 2700-SECT-CNTFILE THRU 2700-EXIT.
103100     PERFORM 2800-SECT-NOTEFILE THRU 2800-EXIT.
103200     PERFORM 2900-SECT-CORRFILE THRU 2900-EXIT.
103300     PERFORM 3000-SECT-ASSESS THRU 3000-EXIT.
103400     PERFORM 3100-SECT-CHGFILE THRU 3100-EXIT.
103500     PERFORM 3200-SECT-PAYFILE THRU 3200-EXIT.
103600     PERFORM 3300-SECT-AWDFILE THRU 3300-EXIT.
103700     PERFORM 3400-SECT-PLANFILE THRU 3400-EXIT.
103800     PERFORM 3500-SECT-SPLFILE THRU 3500-EXIT.
103900     PERFORM 3600-SECT-STUAUDIT THRU 3600-EXIT.
104000     PERFORM 3700-SECT-STUJRNL THRU 3700-EXIT.
104100     PERFORM 3800-SECT-NAMHIST THRU 3800-EXIT.
104200
104300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
104400
104500     GOBACK.
104600
104700 1000-INITIALIZE.
104800
104900     MOVE SPACES TO WS-PARM-CARD.
105000     ACCEPT WS-PARM-CARD FROM SYSIN.
105100     IF WS-PARM-STU = SPACES
105200         DISPLAY 'DCJB8BPI - SYSIN MUST CARRY A STUDENT NUMBER'
105300         GO TO 9999-ABEND
105400     END-IF.
105500     MOVE WS-PARM-STU TO WS-REQ-STU.
105600
105700     ACCEPT WS-CURR-DATE FROM DAY YYYYDDD.
105800     SUBTRACT 1900000 FROM WS-CURR-DATE.
105900     MOVE WS-CURR-DATE TO RPT-HDG1-RUNDATE.
106000     MOVE WS-REQ-STU TO RPT-HDG1-STU.
106100
106200     OPEN INPUT STUFILE.
106300     IF NOT WS-STUFILE-OK
106400         DISPLAY 'DCJB8BPI - STUFILE OPEN FAILED, STATUS = '
106500             WS-STUFILE-STATUS
106600         GO TO 9999-ABEND
106700     END-IF.
106800
106900     OPEN OUTPUT DISCLOSURE-RPT.
107000     IF NOT WS-DISCRPT-OK
107100         DISPLAY 'DCJB8BPI - DISCRPT OPEN FAILED, STATUS = '
107200             WS-DISCRPT-STATUS
107300         GO TO 9999-ABEND
107400     END-IF.
107500
107600     PERFORM 1050-CLEAR-SECTION THRU 1050-EXIT
107700         VARYING WS-SECT-IX FROM 1 BY 1
107800         UNTIL WS-SECT-IX > WS-SECT-MAX.
107900
108000     PERFORM 1100-LOAD-RULES THRU 1100-EXIT.
108100     PERFORM 1500-PRINT-COVER THRU 1500-EXIT.
108200
108300 1000-EXIT.
108400     EXIT.
108500
108600 1050-CLEAR-SECTION.
108700
108800     MOVE 0 TO WS-SECT-COUNT(WS-SECT-IX).
108900     MOVE 'S' TO WS-SECT-STATE(WS-SECT-IX).
109000
109100 1050-EXIT.
109200     EXIT.
109300
109400*----------------------------------------------------------------
109500* THE STANDARD RULES, THEN ANY DISCRULE OVERRIDES. A CARD THAT
109600* NAMES NO KNOWN FIELD, OR CARRIES AN ACTION OTHER THAN L OR B,
109700* IS REJECTED ON THE JOB LOG AND THE STANDARD RULE STANDS.
109800*----------------------------------------------------------------
109900 1100-LOAD-RULES.
110000
110100     MOVE SPACES TO WS-RULE-SOURCES.
110200
110300     OPEN INPUT RULE-FILE.
110400     IF WS-RULE-NOFILE
110500         GO TO 1100-EXIT
110600     END-IF.
110700     IF NOT WS-RULE-OK
110800         DISPLAY 'DCJB8BPI - DISCRULE OPEN FAILED, STATUS = '
110900             WS-RULE-STATUS
111000         GO TO 9999-ABEND
111100     END-IF.
111200
111300     MOVE 'N' TO WS-RULE-EOF-SW.
111400     PERFORM 1110-READ-RULE THRU 1110-EXIT.
111500     PERFORM 1120-APPLY-RULE THRU 1120-EXIT
111600         UNTIL WS-RULE-EOF.
111700
111800     CLOSE RULE-FILE.
111900
112000 1100-EXIT.
112100     EXIT.
112200
112300 1110-READ-RULE.
112400
112500     READ RULE-FILE
112600         AT END
112700             MOVE 'Y' TO WS-RULE-EOF-SW
112800     END-READ.
112900
113000 1110-EXIT.
113100     EXIT.
113200
113300 1120-APPLY-RULE.
113400
113500     IF RULE-CARD(1:1) = '*' OR RULE-CARD = SPACES
113600         GO TO 1120-READ
113700     END-IF.
113800
113900     IF NOT RUL-ACTION-VALID
114000         DISPLAY 'DCJB8BPI - DISCRULE ACTION NOT L OR B: '
114100             RULE-CARD(1:23)
114200         ADD 1 TO WS-BAD-CARDS
114300         GO TO 1120-READ
114400     END-IF.
114500
114600     MOVE 'N' TO WS-RULE-FOUND-SW.
114700     PERFORM 1130-MATCH-RULE THRU 1130-EXIT
114800         VARYING WS-RULE-IX FROM 1 BY 1
114900         UNTIL WS-RULE-IX > WS-RULE-MAX
115000            OR WS-RULE-FOUND.
115100
115200     IF NOT WS-RULE-FOUND
115300         DISPLAY 'DCJB8BPI - DISCRULE NAMES NO KNOWN FIELD: '
115400             RULE-CARD(1:23)
115500         ADD 1 TO WS-BAD-CARDS
115600     END-IF.
115700
115800 1120-READ.
115900
116000     PERFORM 1110-READ-RULE THRU 1110-EXIT.
116100
116200 1120-EXIT.
116300     EXIT.
116400
116500 1130-MATCH-RULE.
116600
116700     IF WS-RULE-FILE(WS-RULE-IX) = RUL-FILE
116800         AND WS-RULE-FIELD(WS-RULE-IX) = RUL-FIELD
116900         MOVE RUL-ACTION TO WS-RULE-ACTION(WS-RULE-IX)
117000         MOVE 'O' TO WS-RULE-SOURCE(WS-RULE-IX)
117100         MOVE 'Y' TO WS-RULE-FOUND-SW
117200     END-IF.
117300
117400 1130-EXIT.
117500     EXIT.
117600
117700*----------------------------------------------------------------
117800* THE COVER PAGE - WHO, WHICH REQUEST, AND THE RULES THE REPORT
117900* WAS PRODUCED UNDER.
118000*----------------------------------------------------------------
118100 1500-PRINT-COVER.
118200
118300     PERFORM 7400-PAGE-HEADING THRU 7400-EXIT.
118400
118500     MOVE 'STUDENT NUMBER . . . . . . . .' TO RPT-LBL-TEXT.
118600     MOVE WS-REQ-STU TO RPT-LBL-VALUE.
118700     PERFORM 7500-PRINT-LABEL THRU 7500-EXIT.
118800
118900     MOVE 'REQUEST REFERENCE  . . . . . .' TO RPT-LBL-TEXT.
119000     MOVE WS-PARM-REFERENCE TO RPT-LBL-VALUE.
119100     PERFORM 7500-PRINT-LABEL THRU 7500-EXIT.
119200
119300     WRITE RPT-LINE FROM RPT-RULE-HDG.
119400     ADD 2 TO WS-LINE-COUNT.
119500     PERFORM 1510-PRINT-RULE THRU 1510-EXIT
119600         VARYING WS-RULE-IX FROM 1 BY 1
119700         UNTIL WS-RULE-IX > WS-RULE-MAX.
119800
119900     IF WS-BAD-CARDS > 0
120000         MOVE SPACES TO RPT-LBL-VALUE
120100         MOVE 'REJECTED DISCRULE CARDS  . . .' TO RPT-LBL-TEXT
120200         MOVE WS-BAD-CARDS TO WS-DATE-WORK
120300         MOVE WS-DATE-WORK TO RPT-LBL-VALUE
120400         PERFORM 7500-PRINT-LABEL THRU 7500-EXIT
120500     END-IF.
120600
120700 1500-EXIT.
120800     EXIT.
120900
121000 1510-PRINT-RULE.
121100
121200     MOVE WS-RULE-FILE(WS-RULE-IX) TO RPT-RUL-FILE.
121300     MOVE WS-RULE-FIELD(WS-RULE-IX) TO RPT-RUL-FIELD.
121400     IF WS-RULE-BLANK(WS-RULE-IX)
121500         MOVE 'BLANKED' TO RPT-RUL-ACTION
121600     ELSE
121700         MOVE 'LISTED' TO RPT-RUL-ACTION
121800     END-IF.
121900     IF WS-RULE-OVERRIDDEN(WS-RULE-IX)
122000         MOVE 'DISCRULE OVERRIDE' TO RPT-RUL-SOURCE
122100     ELSE
122200         MOVE 'STANDARD' TO RPT-RUL-SOURCE
122300     END-IF.
122400     WRITE RPT-LINE FROM RPT-RULE-LINE.
122500     ADD 1 TO WS-LINE-COUNT.
122600
122700 1510-EXIT.
122800     EXIT.
122900
123000*----------------------------------------------------------------
123100* STUFILE - THE CURRENT MASTER RECORD, FIELD BY FIELD.
123200*----------------------------------------------------------------
123300 2000-SECT-STUFILE.
123400
123500     MOVE 1 TO WS-SECT-IX.
123600     MOVE SPACES TO WS-CURR-COLHDR.
123700     PERFORM 7000-START-SECTION THRU 7000-EXIT.
123800
123900     MOVE WS-REQ-STU TO STU-NUMBER.
124000     READ STUFILE
124100         INVALID KEY
124200             GO TO 2000-END
124300     END-READ.
124400
124500     MOVE 'Y' TO WS-ON-STUFILE-SW.
124600     ADD 1 TO WS-SECT-COUNT(WS-SECT-IX).
124700     PERFORM 6000-PRINT-MASTER THRU 6000-EXIT.
124800
124900 2000-END.
125000
125100     PERFORM 7100-END-SECTION THRU 7100-EXIT.
125200
125300 2000-EXIT.
125400     EXIT.
125500
125600*----------------------------------------------------------------
125700* STUARCH - THE RECORD AS DCJB8BAP ARCHIVED IT, SAME LAYOUT AS
125800* THE MASTER.
125900*----------------------------------------------------------------
126000 2100-SECT-STUARCH.
126100
126200     MOVE 2 TO WS-SECT-IX.
126300     OPEN INPUT STUARCH-FILE.
126400     IF WS-SECT-NOFILE
126500         PERFORM 7200-SECTION-UNAVAILABLE THRU 7200-EXIT
126600         GO TO 2100-EXIT
126700     END-IF.
126800     IF NOT WS-SECT-OK
126900         DISPLAY 'DCJB8BPI - STUARCH OPEN FAILED, STATUS = '
127000             WS-SECT-STATUS
127100         GO TO 9999-ABEND
127200     END-IF.
127300
127400     MOVE SPACES TO WS-CURR-COLHDR.
127500     PERFORM 7000-START-SECTION THRU 7000-EXIT.
127600
127700     MOVE WS-REQ-STU TO ARC-STU-NUMBER.
127800     READ STUARCH-FILE
127900         INVALID KEY
128000             GO TO 2100-END
128100     END-READ.
128200
128300     MOVE 'Y' TO WS-ON-STUARCH-SW.
128400     ADD 1 TO WS-SECT-COUNT(WS-SECT-IX).
128500     MOVE STUARCH-RECORD TO STUFILE-RECORD.
128600     PERFORM 6000-PRINT-MASTER THRU 6000-EXIT.
128700
128800 2100-END.
128900
129000     PERFORM 7100-END-SECTION THRU 7100-EXIT.
129100     CLOSE STUARCH-FILE.
129200
129300 2100-EXIT.
129400     EXIT.
129500
129600*----------------------------------------------------------------
129700* STUHIST - ONE ROW PER TERM ROLLED OVER, READ FRONT TO BACK.
129800*----------------------------------------------------------------
129900 2200-SECT-STUHIST.
130000
130100     MOVE 3 TO WS-SECT-IX.
130200     OPEN INPUT STUHIST-FILE.
130300     IF WS-SECT-NOFILE
130400         PERFORM 7200-SECTION-UNAVAILABLE THRU 7200-EXIT
130500         GO TO 2200-EXIT
130600     END-IF.
130700     IF NOT WS-SECT-OK
130800         DISPLAY 'DCJB8BPI - STUHIST OPEN FAILED, STATUS = '
130900             WS-SECT-STATUS
131000         GO TO 9999-ABEND
131100     END-IF.
131200
131300     MOVE RPT-HIST-HDG TO WS-CURR-COLHDR.
131400     PERFORM 7000-START-SECTION THRU 7000-EXIT.
131500
131600     MOVE 'N' TO WS-SECT-DONE-SW.
131700     PERFORM 2210-READ-STUHIST THRU 2210-EXIT
131800         UNTIL WS-SECT-DONE.
131900
132000     PERFORM 7100-END-SECTION THRU 7100-EXIT.
132100     CLOSE STUHIST-FILE.
132200
132300 2200-EXIT.
132400     EXIT.
132500
132600 2210-READ-STUHIST.
132700
132800     READ STUHIST-FILE
132900         AT END
133000             MOVE 'Y' TO WS-SECT-DONE-SW
133100             GO TO 2210-EXIT
133200     END-READ.
133300
133400     IF HIST-STU-NUMBER NOT = WS-REQ-STU
133500         GO TO 2210-EXIT
133600     END-IF.
133700
133800     ADD 1 TO WS-SECT-COUNT(WS-SECT-IX).
133900     MOVE HIST-TERM TO RPT-HST-TERM.
134000     MOVE HIST-STU-NAME TO RPT-HST-NAME.
134100     MOVE HIST-ARCHIVE-DATE TO RPT-HST-ARCHIVED.
134200
134300     MOVE SPACES TO WS-COURSE-LIST.
134400     MOVE 1 TO WS-LIST-PTR.
134500     MOVE 0 TO WS-SLOT-MAX.
134600     IF HIST-COURSE-COUNT IS NUMERIC
134700         MOVE HIST-COURSE-COUNT TO WS-SLOT-MAX
134800     END-IF.
134900     IF WS-SLOT-MAX > 10
135000         MOVE 10 TO WS-SLOT-MAX
135100     END-IF.
135200     PERFORM 2220-LIST-HIST-COURSE THRU 2220-EXIT
135300         VARYING WS-SLOT-IX FROM 1 BY 1
135400         UNTIL WS-SLOT-IX > WS-SLOT-MAX.
135500     MOVE WS-COURSE-LIST TO RPT-HST-COURSES.
135600
135700     MOVE RPT-HIST-LINE TO WS-PRINT-AREA.
135800     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT.
135900
136000 2210-EXIT.
136100     EXIT.
136200
136300 2220-LIST-HIST-COURSE.
136400
136500     STRING HIST-COURSE-TABLE(WS-SLOT-IX) ' '
136600         DELIMITED BY SIZE INTO WS-COURSE-LIST
136700         WITH POINTER WS-LIST-PTR.
136800
136900 2220-EXIT.
137000     EXIT.
137100
137200*----------------------------------------------------------------
137300* GRADFILE - KEYED STUDENT + TERM + COURSE.
137400*----------------------------------------------------------------
137500 2300-SECT-GRADFILE.
137600
137700     MOVE 4 TO WS-SECT-IX.
137800     OPEN INPUT GRADFILE.
137900     IF WS-SECT-NOFILE
138000         PERFORM 7200-SECTION-UNAVAILABLE THRU 7200-EXIT
138100         GO TO 2300-EXIT
138200     END-IF.
138300     IF NOT WS-SECT-OK
138400         DISPLAY 'DCJB8BPI - GRADFILE OPEN FAILED, STATUS = '
138500             WS-SECT-STATUS
138600         GO TO 9999-ABEND
138700     END-IF.
138800
138900     MOVE RPT-GRADE-HDG TO WS-CURR-COLHDR.
139000     PERFORM 7000-START-SECTION THRU 7000-EXIT.
139100
139200     MOVE 'N' TO WS-SECT-DONE-SW.
139300     MOVE WS-REQ-STU TO GRD-STU-NUMBER.
139400     MOVE LOW-VALUES TO GRD-TERM.
139500     MOVE LOW-VALUES TO GRD-COURSE.
139600     START GRADFILE KEY IS NOT LESS THAN GRD-KEY
139700         INVALID KEY
139800             MOVE 'Y' TO WS-SECT-DONE-SW
139900     END-START.
140000     PERFORM 2310-READ-GRADFILE THRU 2310-EXIT
140100         UNTIL WS-SECT-DONE.
140200
140300     PERFORM 7100-END-SECTION THRU 7100-EXIT.
140400     CLOSE GRADFILE.
140500
140600 2300-EXIT.
140700     EXIT.
140800
140900 2310-READ-GRADFILE.
141000
141100     READ GRADFILE NEXT RECORD
141200         AT END
141300             MOVE 'Y' TO WS-SECT-DONE-SW
141400             GO TO 2310-EXIT
141500     END-READ.
141600
141700     IF GRD-STU-NUMBER NOT = WS-REQ-STU
141800         MOVE 'Y' TO WS-SECT-DONE-SW
141900         GO TO 2310-EXIT
142000     END-IF.
142100
142200     ADD 1 TO WS-SECT-COUNT(WS-SECT-IX).
142300     MOVE GRD-TERM TO RPT-GRD-TERM.
142400     MOVE GRD-COURSE TO RPT-GRD-COURSE.
142500     MOVE GRD-GRADE TO RPT-GRD-GRADE.
142600     MOVE GRD-OPERID TO RPT-GRD-OPERID.
142700     IF WS-RULE-BLANK(WS-DR-GRD-OPERID)
142800         MOVE SPACES TO RPT-GRD-OPERID
142900     END-IF.
143000     MOVE GRD-DATE TO RPT-GRD-DATE.
143100     MOVE GRD-TIME TO RPT-GRD-TIME.
143200
143300     MOVE RPT-GRADE-LINE TO WS-PRINT-AREA.
143400     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT.
143500
143600 2310-EXIT.
143700     EXIT.
143800
143900*----------------------------------------------------------------
144000* MIDFILE - THE SAME SHAPE AS GRADFILE.
144100*----------------------------------------------------------------
144200 2400-SECT-MIDFILE.
144300
144400     MOVE 5 TO WS-SECT-IX.
144500     OPEN INPUT MID-FILE.
144600     IF WS-SECT-NOFILE
144700         PERFORM 7200-SECTION-UNAVAILABLE THRU 7200-EXIT
144800         GO TO 2400-EXIT
144900     END-IF.
145000     IF NOT WS-SECT-OK
145100         DISPLAY 'DCJB8BPI - MIDFILE OPEN FAILED, STATUS = '
145200             WS-SECT-STATUS
145300         GO TO 9999-ABEND
145400     END-IF.
145500
145600     MOVE RPT-GRADE-HDG TO WS-CURR-COLHDR.
145700     PERFORM 7000-START-SECTION THRU 7000-EXIT.
145800
145900     MOVE 'N' TO WS-SECT-DONE-SW.
146000     MOVE WS-REQ-STU TO MID-STU-NUMBER.
146100     MOVE LOW-VALUES TO MID-TERM.
146200     MOVE LOW-VALUES TO MID-COURSE.
146300     START MID-FILE KEY IS NOT LESS THAN MID-KEY
146400         INVALID KEY
146500             MOVE 'Y' TO WS-SECT-DONE-SW
146600     END-START.
146700     PERFORM 2410-READ-MIDFILE THRU 2410-EXIT
146800         UNTIL WS-SECT-DONE.
146900
147000     PERFORM 7100-END-SECTION THRU 7100-EXIT.
147100     CLOSE MID-FILE.
147200
147300 2400-EXIT.
147400     EXIT.
147500
147600 2410-READ-MIDFILE.
147700
147800     READ MID-FILE NEXT RECORD
147900         AT END
148000             MOVE 'Y' TO WS-SECT-DONE-SW
148100             GO TO 2410-EXIT
148200     END-READ.
148300
148400     IF MID-STU-NUMBER NOT = WS-REQ-STU
148500         MOVE 'Y' TO WS-SECT-DONE-SW
148600         GO TO 2410-EXIT
148700     END-IF.
148800
148900     ADD 1 TO WS-SECT-COUNT(WS-SECT-IX).
149000     MOVE MID-TERM TO RPT-GRD-TERM.
149100     MOVE MID-COURSE TO RPT-GRD-COURSE.
149200     MOVE MID-GRADE TO RPT-GRD-GRADE.
149300     MOVE MID-OPERID TO RPT-GRD-OPERID.
149400     IF WS-RULE-BLANK(WS-DR-MID-OPERID)
149500         MOVE SPACES TO RPT-GRD-OPERID
149600     END-IF.
149700     MOVE MID-DATE TO RPT-GRD-DATE.
149800     MOVE MID-TIME TO RPT-GRD-TIME.
149900
150000     MOVE RPT-GRADE-LINE TO WS-PRINT-AREA.
150100     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT.
150200
150300 2410-EXIT.
150400     EXIT.
150500
150600*----------------------------------------------------------------
150700* ATTFILE - KEYED BY SECTION AND DATE FIRST, SO THE WHOLE FILE
150800* IS READ FOR ONE STUDENT'S MARKS.
150900*----------------------------------------------------------------
151000 2500-SECT-ATTFILE.
151100
151200     MOVE 6 TO WS-SECT-IX.
151300     OPEN INPUT ATT-FILE.
151400     IF WS-SECT-NOFILE
151500         PERFORM 7200-SECTION-UNAVAILABLE THRU 7200-EXIT
151600         GO TO 2500-EXIT
151700     END-IF.
151800     IF NOT WS-SECT-OK
151900         DISPLAY 'DCJB8BPI - ATTFILE OPEN FAILED, STATUS = '
152000             WS-SECT-STATUS
152100         GO TO 9999-ABEND
152200     END-IF.
152300
152400     MOVE RPT-ATT-HDG TO WS-CURR-COLHDR.
152500     PERFORM 7000-START-SECTION THRU 7000-EXIT.
152600
152700     MOVE 'N' TO WS-SECT-DONE-SW.
152800     PERFORM 2510-READ-ATTFILE THRU 2510-EXIT
152900         UNTIL WS-SECT-DONE.
153000
153100     PERFORM 7100-END-SECTION THRU 7100-EXIT.
153200     CLOSE ATT-FILE.
153300
153400 2500-EXIT.
153500     EXIT.
153600
153700 2510-READ-ATTFILE.
153800
153900     READ ATT-FILE NEXT RECORD
154000         AT END
154100             MOVE 'Y' TO WS-SECT-DONE-SW
154200             GO TO 2510-EXIT
154300     END-READ.
154400
154500     IF ATT-STU-NUMBER NOT = WS-REQ-STU
154600         GO TO 2510-EXIT
154700     END-IF.
154800
154900     ADD 1 TO WS-SECT-COUNT(WS-SECT-IX).
155000     MOVE ATT-COURSE TO RPT-ATT-COURSE.
155100     MOVE ATT-DATE TO RPT-ATT-DATE.
155200     EVALUATE TRUE
155300         WHEN ATT-PRESENT
155400             MOVE 'PRESENT' TO RPT-ATT-MARK
155500         WHEN ATT-ABSENT
155600             MOVE 'ABSENT' TO RPT-ATT-MARK
155700         WHEN ATT-LATE
155800             MOVE 'LATE' TO RPT-ATT-MARK
155900         WHEN OTHER
156000             MOVE ATT-MARK TO RPT-ATT-MARK
156100     END-EVALUATE.
156200     MOVE ATT-OPERID TO RPT-ATT-OPERID.
156300     IF WS-RULE-BLANK(WS-DR-ATT-OPERID)
156400         MOVE SPACES TO RPT-ATT-OPERID
156500     END-IF.
156600
156700     MOVE RPT-ATT-LINE TO WS-PRINT-AREA.
156800     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT.
156900
157000 2510-EXIT.
157100     EXIT.
157200
157300*----------------------------------------------------------------
157400* HOLDFILE - AT MOST ONE HOLD PER STUDENT.
157500*----------------------------------------------------------------
157600 2600-SECT-HOLDFILE.
157700
157800     MOVE 7 TO WS-SECT-IX.
157900     OPEN INPUT HOLD-FILE.
158000     IF WS-SECT-NOFILE
158100         PERFORM 7200-SECTION-UNAVAILABLE THRU 7200-EXIT
158200         GO TO 2600-EXIT
158300     END-IF.
158400     IF NOT WS-SECT-OK
158500         DISPLAY 'DCJB8BPI - HOLDFILE OPEN FAILED, STATUS = '
158600             WS-SECT-STATUS
158700         GO TO 9999-ABEND
158800     END-IF.
158900
159000     MOVE RPT-HOLD-HDG TO WS-CURR-COLHDR.
159100     PERFORM 7000-START-SECTION THRU 7000-EXIT.
159200
159300     MOVE 'N' TO WS-SECT-DONE-SW.
159400     MOVE WS-REQ-STU TO HLD-STU-NUMBER.
159500     START HOLD-FILE KEY IS NOT LESS THAN HLD-KEY
159600         INVALID KEY
159700             MOVE 'Y' TO WS-SECT-DONE-SW
159800     END-START.
159900     PERFORM 2610-READ-HOLDFILE THRU 2610-EXIT
160000         UNTIL WS-SECT-DONE.
160100
160200     PERFORM 7100-END-SECTION THRU 7100-EXIT.
160300     CLOSE HOLD-FILE.
160400
160500 2600-EXIT.
160600     EXIT.
160700
160800 2610-READ-HOLDFILE.
160900
161000     READ HOLD-FILE NEXT RECORD
161100         AT END
161200             MOVE 'Y' TO WS-SECT-DONE-SW
161300             GO TO 2610-EXIT
161400     END-READ.
161500
161600     IF HLD-STU-NUMBER NOT = WS-REQ-STU
161700         MOVE 'Y' TO WS-SECT-DONE-SW
161800         GO TO 2610-EXIT
161900     END-IF.
162000
162100     ADD 1 TO WS-SECT-COUNT(WS-SECT-IX).
162200     EVALUATE TRUE
162300         WHEN HLD-UNPAID
162400             MOVE 'B - UNPAID BALANCE' TO RPT-HLD-TYPE
162500         WHEN HLD-DOCUMENTS
162600             MOVE 'D - MISSING DOCUMENTS' TO RPT-HLD-TYPE
162700         WHEN HLD-DISCIPLINE
162800             MOVE 'C - DISCIPLINE' TO RPT-HLD-TYPE
162900         WHEN OTHER
163000             MOVE HLD-TYPE TO RPT-HLD-TYPE
163100     END-EVALUATE.
163200     MOVE HLD-PLACED-BY TO RPT-HLD-PLACED-BY.
163300     IF WS-RULE-BLANK(WS-DR-HLD-PLACED-BY)
163400         MOVE SPACES TO RPT-HLD-PLACED-BY
163500     END-IF.
163600     MOVE HLD-DATE TO RPT-HLD-DATE.
163700
163800     MOVE RPT-HOLD-LINE TO WS-PRINT-AREA.
163900     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT.
164000
164100 2610-EXIT.
164200     EXIT.
164300
164400*----------------------------------------------------------------
164500* CNTFILE - ONE ROW PER STUDENT, UP TO THREE CONTACTS ON IT.
164600*----------------------------------------------------------------
164700 2700-SECT-CNTFILE.
164800
164900     MOVE 8 TO WS-SECT-IX.
165000     OPEN INPUT CNTFILE.
165100     IF WS-SECT-NOFILE
165200         PERFORM 7200-SECTION-UNAVAILABLE THRU 7200-EXIT
165300         GO TO 2700-EXIT
165400     END-IF.
165500     IF NOT WS-SECT-OK
165600         DISPLAY 'DCJB8BPI - CNTFILE OPEN FAILED, STATUS = '
165700             WS-SECT-STATUS
165800         GO TO 9999-ABEND
165900     END-IF.
166000
166100     MOVE RPT-CNT-HDG TO WS-CURR-COLHDR.
166200     PERFORM 7000-START-SECTION THRU 7000-EXIT.
166300
166400     MOVE 'N' TO WS-SECT-DONE-SW.
166500     MOVE WS-REQ-STU TO CNT-STU-NUMBER.
166600     START CNTFILE KEY IS NOT LESS THAN CNT-STU-NUMBER
166700         INVALID KEY
166800             MOVE 'Y' TO WS-SECT-DONE-SW
166900     END-START.
167000     PERFORM 2710-READ-CNTFILE THRU 2710-EXIT
167100         UNTIL WS-SECT-DONE.
167200
167300     PERFORM 7100-END-SECTION THRU 7100-EXIT.
167400     CLOSE CNTFILE.
167500
167600 2700-EXIT.
167700     EXIT.
167800
167900 2710-READ-CNTFILE.
168000
168100     READ CNTFILE NEXT RECORD
168200         AT END
168300             MOVE 'Y' TO WS-SECT-DONE-SW
168400             GO TO 2710-EXIT
168500     END-READ.
168600
168700     IF CNT-STU-NUMBER NOT = WS-REQ-STU
168800         MOVE 'Y' TO WS-SECT-DONE-SW
168900         GO TO 2710-EXIT
169000     END-IF.
169100
169200     ADD 1 TO WS-SECT-COUNT(WS-SECT-IX).
169300     MOVE 0 TO WS-SLOT-MAX.
169400     IF CNT-COUNT IS NUMERIC
169500         MOVE CNT-COUNT TO WS-SLOT-MAX
169600     END-IF.
169700     IF WS-SLOT-MAX > 3
169800         MOVE 3 TO WS-SLOT-MAX
169900     END-IF.
170000     PERFORM 2720-PRINT-CONTACT THRU 2720-EXIT
170100         VARYING WS-SLOT-IX FROM 1 BY 1
170200         UNTIL WS-SLOT-IX > WS-SLOT-MAX.
170300
170400 2710-EXIT.
170500     EXIT.
170600
170700 2720-PRINT-CONTACT.
170800
170900     MOVE CNT-NAME(WS-SLOT-IX) TO RPT-CON-NAME.
171000     MOVE CNT-RELATION(WS-SLOT-IX) TO RPT-CON-RELATION.
171100     MOVE CNT-PHONE-1(WS-SLOT-IX) TO RPT-CON-PHONE-1.
171200     MOVE CNT-PHONE-2(WS-SLOT-IX) TO RPT-CON-PHONE-2.
171300
171400     MOVE RPT-CNT-LINE TO WS-PRINT-AREA.
171500     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT.
171600
171700 2720-EXIT.
171800     EXIT.
171900
172000*----------------------------------------------------------------
172100* NOTEFILE - KEYED STUDENT + NOTE NUMBER.
172200*----------------------------------------------------------------
172300 2800-SECT-NOTEFILE.
172400
172500     MOVE 9 TO WS-SECT-IX.
172600     OPEN INPUT NOTE-FILE.
172700     IF WS-SECT-NOFILE
172800         PERFORM 7200-SECTION-UNAVAILABLE THRU 7200-EXIT
172900         GO TO 2800-EXIT
173000     END-IF.
173100     IF NOT WS-SECT-OK
173200         DISPLAY 'DCJB8BPI - NOTEFILE OPEN FAILED, STATUS = '
173300             WS-SECT-STATUS
173400         GO TO 9999-ABEND
173500     END-IF.
173600
173700     MOVE RPT-NOTE-HDG TO WS-CURR-COLHDR.
173800     PERFORM 7000-START-SECTION THRU 7000-EXIT.
173900
174000     MOVE 'N' TO WS-SECT-DONE-SW.
174100     MOVE WS-REQ-STU TO NTE-STU-NUMBER.
174200     MOVE 0 TO NTE-SEQ.
174300     START NOTE-FILE KEY IS NOT LESS THAN NTE-KEY
174400         INVALID KEY
174500             MOVE 'Y' TO WS-SECT-DONE-SW
174600     END-START.
174700     PERFORM 2810-READ-NOTEFILE THRU 2810-EXIT
174800         UNTIL WS-SECT-DONE.
174900
175000     PERFORM 7100-END-SECTION THRU 7100-EXIT.
175100     CLOSE NOTE-FILE.
175200
175300 2800-EXIT.
175400     EXIT.
175500
175600 2810-READ-NOTEFILE.
175700
175800     READ NOTE-FILE NEXT RECORD
175900         AT END
176000             MOVE 'Y' TO WS-SECT-DONE-SW
176100             GO TO 2810-EXIT
176200     END-READ.
176300
176400     IF NTE-STU-NUMBER NOT = WS-REQ-STU
176500         MOVE 'Y' TO WS-SECT-DONE-SW
176600         GO TO 2810-EXIT
176700     END-IF.
176800
176900     ADD 1 TO WS-SECT-COUNT(WS-SECT-IX).
177000     MOVE NTE-SEQ TO RPT-NTE-SEQ.
177100     MOVE NTE-DATE TO RPT-NTE-DATE.
177200     MOVE NTE-OPERID TO RPT-NTE-OPERID.
177300     IF WS-RULE-BLANK(WS-DR-NTE-OPERID)
177400         MOVE SPACES TO RPT-NTE-OPERID
177500     END-IF.
177600     MOVE NTE-TEXT TO RPT-NTE-TEXT.
177700     IF WS-RULE-BLANK(WS-DR-NTE-TEXT)
177800         MOVE SPACES TO RPT-NTE-TEXT
177900     END-IF.
178000
178100     MOVE RPT-NOTE-LINE TO WS-PRINT-AREA.
178200     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT.
178300
178400 2810-EXIT.
178500     EXIT.
178600
178700*----------------------------------------------------------------
178800* CORRFILE - KEYED STUDENT + DATE + SEQUENCE.
178900*----------------------------------------------------------------
179000 2900-SECT-CORRFILE.
179100
179200     MOVE 10 TO WS-SECT-IX.
179300     OPEN INPUT CORR-FILE.
179400     IF WS-SECT-NOFILE
179500         PERFORM 7200-SECTION-UNAVAILABLE THRU 7200-EXIT
179600         GO TO 2900-EXIT
179700     END-IF.
179800     IF NOT WS-SECT-OK
179900         DISPLAY 'DCJB8BPI - CORRFILE OPEN FAILED, STATUS = '
180000             WS-SECT-STATUS
180100         GO TO 9999-ABEND
180200     END-IF.
180300
180400     MOVE RPT-CORR-HDG TO WS-CURR-COLHDR.
180500     PERFORM 7000-START-SECTION THRU 7000-EXIT.
180600
180700     MOVE 'N' TO WS-SECT-DONE-SW.
180800     MOVE WS-REQ-STU TO COR-STU-NUMBER.
180900     MOVE 0 TO COR-DATE.
181000     MOVE 0 TO COR-SEQ.
181100     START CORR-FILE KEY IS NOT LESS THAN COR-KEY
181200         INVALID KEY
181300             MOVE 'Y' TO WS-SECT-DONE-SW
181400     END-START.
181500     PERFORM 2910-READ-CORRFILE THRU 2910-EXIT
181600         UNTIL WS-SECT-DONE.
181700
181800     PERFORM 7100-END-SECTION THRU 7100-EXIT.
181900     CLOSE CORR-FILE.
182000
182100 2900-EXIT.
182200     EXIT.
182300
182400 2910-READ-CORRFILE.
182500
182600     READ CORR-FILE NEXT RECORD
182700         AT END
182800             MOVE 'Y' TO WS-SECT-DONE-SW
182900             GO TO 2910-EXIT
183000     END-READ.
183100
183200     IF COR-STU-NUMBER NOT = WS-REQ-STU
183300         MOVE 'Y' TO WS-SECT-DONE-SW
183400         GO TO 2910-EXIT
183500     END-IF.
183600
183700     ADD 1 TO WS-SECT-COUNT(WS-SECT-IX).
183800     MOVE COR-DATE TO RPT-COR-DATE.
183900     MOVE COR-SEQ TO RPT-COR-SEQ.
184000     MOVE COR-DOC-TYPE TO RPT-COR-DOC-TYPE.
184100     EVALUATE TRUE
184200         WHEN COR-BY-EMAIL
184300             MOVE 'EMAIL' TO RPT-COR-CHANNEL
184400         WHEN COR-REQUEUED
184500             MOVE 'REPRINT' TO RPT-COR-CHANNEL
184600         WHEN COR-BY-EXCHANGE
184700             MOVE 'EXCHANGE' TO RPT-COR-CHANNEL
184800         WHEN OTHER
184900             MOVE 'PAPER' TO RPT-COR-CHANNEL
185000     END-EVALUATE.
185100     MOVE COR-RUN-ID TO RPT-COR-RUN-ID.
185200     IF WS-RULE-BLANK(WS-DR-COR-RUN-ID)
185300         MOVE SPACES TO RPT-COR-RUN-ID
185400     END-IF.
185500
185600     MOVE RPT-CORR-LINE TO WS-PRINT-AREA.
185700     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT.
185800
185900 2910-EXIT.
186000     EXIT.
186100
186200*----------------------------------------------------------------
186300* ASSESS - ONE TUITION ASSESSMENT PER TERM.
186400*----------------------------------------------------------------
186500 3000-SECT-ASSESS.
186600
186700     MOVE 11 TO WS-SECT-IX.
186800     OPEN INPUT ASSESS-FILE.
186900     IF WS-SECT-NOFILE
187000         PERFORM 7200-SECTION-UNAVAILABLE THRU 7200-EXIT
187100         GO TO 3000-EXIT
187200     END-IF.
187300     IF NOT WS-SECT-OK
187400         DISPLAY 'DCJB8BPI - ASSESS OPEN FAILED, STATUS = '
187500             WS-SECT-STATUS
187600         GO TO 9999-ABEND
187700     END-IF.
187800
187900     MOVE RPT-ASM-HDG TO WS-CURR-COLHDR.
188000     PERFORM 7000-START-SECTION THRU 7000-EXIT.
188100
188200     MOVE 'N' TO WS-SECT-DONE-SW.
188300     MOVE WS-REQ-STU TO ASM-STU-NUMBER.
188400     MOVE LOW-VALUES TO ASM-TERM.
188500     START ASSESS-FILE KEY IS NOT LESS THAN ASM-KEY
188600         INVALID KEY
188700             MOVE 'Y' TO WS-SECT-DONE-SW
188800     END-START.
188900     PERFORM 3010-READ-ASSESS THRU 3010-EXIT
189000         UNTIL WS-SECT-DONE.
189100
189200     PERFORM 7100-END-SECTION THRU 7100-EXIT.
189300     CLOSE ASSESS-FILE.
189400
189500 3000-EXIT.
189600     EXIT.
189700
189800 3010-READ-ASSESS.
189900
190000     READ ASSESS-FILE NEXT RECORD
190100         AT END
190200             MOVE 'Y' TO WS-SECT-DONE-SW
190300             GO TO 3010-EXIT
190400     END-READ.
190500
190600     IF ASM-STU-NUMBER NOT = WS-REQ-STU
190700         MOVE 'Y' TO WS-SECT-DONE-SW
190800         GO TO 3010-EXIT
190900     END-IF.
191000
191100     ADD 1 TO WS-SECT-COUNT(WS-SECT-IX).
191200     MOVE ASM-TERM TO RPT-ASM-TERM.
191300     MOVE ASM-COURSE-COUNT TO RPT-ASM-COURSES.
191400     MOVE ASM-TOTAL-FEES TO RPT-ASM-FEES.
191500     MOVE ASM-ASSESS-DATE TO RPT-ASM-DATE.
191600     MOVE ASM-FEE-CAT TO RPT-ASM-FEE-CAT.
191700
191800     MOVE RPT-ASM-LINE TO WS-PRINT-AREA.
191900     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT.
192000
192100 3010-EXIT.
192200     EXIT.
192300
192400*----------------------------------------------------------------
192500* CHGFILE - KEYED STUDENT + TERM + SEQUENCE.
192600*----------------------------------------------------------------
192700 3100-SECT-CHGFILE.
192800
192900     MOVE 12 TO WS-SECT-IX.
193000     OPEN INPUT CHG-FILE.
193100     IF WS-SECT-NOFILE
193200         PERFORM 7200-SECTION-UNAVAILABLE THRU 7200-EXIT
193300         GO TO 3100-EXIT
193400     END-IF.
193500     IF NOT WS-SECT-OK
193600         DISPLAY 'DCJB8BPI - CHGFILE OPEN FAILED, STATUS = '
193700             WS-SECT-STATUS
193800         GO TO 9999-ABEND
193900     END-IF.
194000
194100     MOVE RPT-CHG-HDG TO WS-CURR-COLHDR.
194200     PERFORM 7000-START-SECTION THRU 7000-EXIT.
194300
194400     MOVE 'N' TO WS-SECT-DONE-SW.
194500     MOVE WS-REQ-STU TO CHG-STU-NUMBER.
194600     MOVE LOW-VALUES TO CHG-TERM.
194700     MOVE 0 TO CHG-SEQ.
194800     START CHG-FILE KEY IS NOT LESS THAN CHG-KEY
194900         INVALID KEY
195000             MOVE 'Y' TO WS-SECT-DONE-SW
195100     END-START.
195200     PERFORM 3110-READ-CHGFILE THRU 3110-EXIT
195300         UNTIL WS-SECT-DONE.
195400
195500     PERFORM 7100-END-SECTION THRU 7100-EXIT.
195600     CLOSE CHG-FILE.
195700
195800 3100-EXIT.
195900     EXIT.
196000
196100 3110-READ-CHGFILE.
196200
196300     READ CHG-FILE NEXT RECORD
196400         AT END
196500             MOVE 'Y' TO WS-SECT-DONE-SW
196600             GO TO 3110-EXIT
196700     END-READ.
196800
196900     IF CHG-STU-NUMBER NOT = WS-REQ-STU
197000         MOVE 'Y' TO WS-SECT-DONE-SW
197100         GO TO 3110-EXIT
197200     END-IF.
197300
197400     ADD 1 TO WS-SECT-COUNT(WS-SECT-IX).
197500     MOVE CHG-TERM TO RPT-CHG-TERM.
197600     MOVE CHG-SEQ TO RPT-CHG-SEQ.
197700     MOVE CHG-CODE TO RPT-CHG-CODE.
197800     MOVE CHG-AMOUNT TO RPT-CHG-AMOUNT.
197900     MOVE CHG-DATE TO RPT-CHG-DATE.
198000     MOVE CHG-REFERENCE TO RPT-CHG-REFERENCE.
198100     IF WS-RULE-BLANK(WS-DR-CHG-REFERENCE)
198200         MOVE SPACES TO RPT-CHG-REFERENCE
198300     END-IF.
198400     MOVE CHG-OPERID TO RPT-CHG-OPERID.
198500     MOVE SPACES TO RPT-CHG-WAIVE-OPERID.
198600     MOVE SPACES TO RPT-CHG-WAIVE-DATE.
198700     IF CHG-WAIVED
198800         MOVE 'WAIVED' TO RPT-CHG-STATUS
198900         MOVE CHG-WAIVE-OPERID TO RPT-CHG-WAIVE-OPERID
199000         MOVE CHG-WAIVE-DATE TO RPT-CHG-WAIVE-DATE
199100     ELSE
199200         MOVE 'OPEN' TO RPT-CHG-STATUS
199300     END-IF.
199400     IF WS-RULE-BLANK(WS-DR-CHG-OPERID)
199500         MOVE SPACES TO RPT-CHG-OPERID
199600         MOVE SPACES TO RPT-CHG-WAIVE-OPERID
199700     END-IF.
199800
199900     MOVE RPT-CHG-LINE TO WS-PRINT-AREA.
200000     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT.
200100
200200 3110-EXIT.
200300     EXIT.
200400
200500*----------------------------------------------------------------
200600* PAYFILE - KEYED STUDENT + DATE. REFUNDS, REVERSALS AND AGENCY
200700* RECOVERIES ARE ROWS HERE TOO.
200800*----------------------------------------------------------------
200900 3200-SECT-PAYFILE.
201000
201100     MOVE 13 TO WS-SECT-IX.
201200     OPEN INPUT PAYFILE.
201300     IF WS-SECT-NOFILE
201400         PERFORM 7200-SECTION-UNAVAILABLE THRU 7200-EXIT
201500         GO TO 3200-EXIT
201600     END-IF.
201700     IF NOT WS-SECT-OK
201800         DISPLAY 'DCJB8BPI - PAYFILE OPEN FAILED, STATUS = '
201900             WS-SECT-STATUS
202000         GO TO 9999-ABEND
202100     END-IF.
202200
202300     MOVE RPT-PAY-HDG TO WS-CURR-COLHDR.
202400     PERFORM 7000-START-SECTION THRU 7000-EXIT.
202500
202600     MOVE 'N' TO WS-SECT-DONE-SW.
202700     MOVE WS-REQ-STU TO PAY-STU-NUMBER.
202800     MOVE 0 TO PAY-DATE.
202900     START PAYFILE KEY IS NOT LESS THAN PAY-KEY
203000         INVALID KEY
203100             MOVE 'Y' TO WS-SECT-DONE-SW
203200     END-START.
203300     PERFORM 3210-READ-PAYFILE THRU 3210-EXIT
203400         UNTIL WS-SECT-DONE.
203500
203600     PERFORM 7100-END-SECTION THRU 7100-EXIT.
203700     CLOSE PAYFILE.
203800
203900 3200-EXIT.
204000     EXIT.
204100
204200 3210-READ-PAYFILE.
204300
204400     READ PAYFILE NEXT RECORD
204500         AT END
204600             MOVE 'Y' TO WS-SECT-DONE-SW
204700             GO TO 3210-EXIT
204800     END-READ.
204900
205000     IF PAY-STU-NUMBER NOT = WS-REQ-STU
205100         MOVE 'Y' TO WS-SECT-DONE-SW
205200         GO TO 3210-EXIT
205300     END-IF.
205400
205500     ADD 1 TO WS-SECT-COUNT(WS-SECT-IX).
205600     MOVE PAY-DATE TO RPT-PAY-DATE.
205700     MOVE PAY-TERM TO RPT-PAY-TERM.
205800     MOVE PAY-AMOUNT TO RPT-PAY-AMOUNT.
205900     EVALUATE TRUE
206000         WHEN PAY-CASH
206100             MOVE 'CASH' TO RPT-PAY-METHOD
206200         WHEN PAY-CHEQUE
206300             MOVE 'CHEQUE' TO RPT-PAY-METHOD
206400         WHEN PAY-CARD
206500             MOVE 'CARD' TO RPT-PAY-METHOD
206600         WHEN PAY-AGENCY
206700             MOVE 'AGENCY' TO RPT-PAY-METHOD
206800         WHEN PAY-REFUND
206900             MOVE 'REFUND' TO RPT-PAY-METHOD
207000         WHEN PAY-REVERSAL
207100             MOVE 'REVERSAL' TO RPT-PAY-METHOD
207200         WHEN OTHER
207300             MOVE PAY-METHOD TO RPT-PAY-METHOD
207400     END-EVALUATE.
207500     MOVE PAY-RECEIPT TO RPT-PAY-RECEIPT.
207600     IF WS-RULE-BLANK(WS-DR-PAY-RECEIPT)
207700         MOVE SPACES TO RPT-PAY-RECEIPT
207800     END-IF.
207900     MOVE PAY-OPERID TO RPT-PAY-OPERID.
208000     IF WS-RULE-BLANK(WS-DR-PAY-OPERID)
208100         MOVE SPACES TO RPT-PAY-OPERID
208200     END-IF.
208300
208400     MOVE RPT-PAY-LINE TO WS-PRINT-AREA.
208500     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT.
208600
208700 3210-EXIT.
208800     EXIT.
208900
209000*----------------------------------------------------------------
209100* AWDFILE - KEYED STUDENT + TERM + AWARD CODE.
209200*----------------------------------------------------------------
209300 3300-SECT-AWDFILE.
209400
209500     MOVE 14 TO WS-SECT-IX.
209600     OPEN INPUT AWD-FILE.
209700     IF WS-SECT-NOFILE
209800         PERFORM 7200-SECTION-UNAVAILABLE THRU 7200-EXIT
209900         GO TO 3300-EXIT
210000     END-IF.
210100     IF NOT WS-SECT-OK
210200         DISPLAY 'DCJB8BPI - AWDFILE OPEN FAILED, STATUS = '
210300             WS-SECT-STATUS
210400         GO TO 9999-ABEND
210500     END-IF.
210600
210700     MOVE RPT-AWD-HDG TO WS-CURR-COLHDR.
210800     PERFORM 7000-START-SECTION THRU 7000-EXIT.
210900
211000     MOVE 'N' TO WS-SECT-DONE-SW.
211100     MOVE WS-REQ-STU TO AWD-STU-NUMBER.
211200     MOVE LOW-VALUES TO AWD-TERM.
211300     MOVE LOW-VALUES TO AWD-CODE.
211400     START AWD-FILE KEY IS NOT LESS THAN AWD-KEY
211500         INVALID KEY
211600             MOVE 'Y' TO WS-SECT-DONE-SW
211700     END-START.
211800     PERFORM 3310-READ-AWDFILE THRU 3310-EXIT
211900         UNTIL WS-SECT-DONE.
212000
212100     PERFORM 7100-END-SECTION THRU 7100-EXIT.
212200     CLOSE AWD-FILE.
212300
212400 3300-EXIT.
212500     EXIT.
212600
212700 3310-READ-AWDFILE.
212800
212900     READ AWD-FILE NEXT RECORD
213000         AT END
213100             MOVE 'Y' TO WS-SECT-DONE-SW
213200             GO TO 3310-EXIT
213300     END-READ.
213400
213500     IF AWD-STU-NUMBER NOT = WS-REQ-STU
213600         MOVE 'Y' TO WS-SECT-DONE-SW
213700         GO TO 3310-EXIT
213800     END-IF.
213900
214000     ADD 1 TO WS-SECT-COUNT(WS-SECT-IX).
214100     MOVE AWD-TERM TO RPT-AWD-TERM.
214200     MOVE AWD-CODE TO RPT-AWD-CODE.
214300     MOVE AWD-DESC TO RPT-AWD-DESC.
214400     MOVE AWD-AMOUNT TO RPT-AWD-AMOUNT.
214500     MOVE AWD-OPERID TO RPT-AWD-OPERID.
214600     IF WS-RULE-BLANK(WS-DR-AWD-OPERID)
214700         MOVE SPACES TO RPT-AWD-OPERID
214800     END-IF.
214900     MOVE AWD-POST-DATE TO RPT-AWD-POSTED.
215000
215100     MOVE RPT-AWD-LINE TO WS-PRINT-AREA.
215200     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT.
215300
215400 3310-EXIT.
215500     EXIT.
215600
215700*----------------------------------------------------------------
215800* PLANFILE - KEYED STUDENT + TERM + INSTALLMENT.
215900*----------------------------------------------------------------
216000 3400-SECT-PLANFILE.
216100
216200     MOVE 15 TO WS-SECT-IX.
216300     OPEN INPUT PLAN-FILE.
216400     IF WS-SECT-NOFILE
216500         PERFORM 7200-SECTION-UNAVAILABLE THRU 7200-EXIT
216600         GO TO 3400-EXIT
216700     END-IF.
216800     IF NOT WS-SECT-OK
216900         DISPLAY 'DCJB8BPI - PLANFILE OPEN FAILED, STATUS = '
217000             WS-SECT-STATUS
217100         GO TO 9999-ABEND
217200     END-IF.
217300
217400     MOVE RPT-PLN-HDG TO WS-CURR-COLHDR.
217500     PERFORM 7000-START-SECTION THRU 7000-EXIT.
217600
217700     MOVE 'N' TO WS-SECT-DONE-SW.
217800     MOVE WS-REQ-STU TO PLN-STU-NUMBER.
217900     MOVE LOW-VALUES TO PLN-TERM.
218000     MOVE 0 TO PLN-INST-NO.
218100     START PLAN-FILE KEY IS NOT LESS THAN PLN-KEY
218200         INVALID KEY
218300             MOVE 'Y' TO WS-SECT-DONE-SW
218400     END-START.
218500     PERFORM 3410-READ-PLANFILE THRU 3410-EXIT
218600         UNTIL WS-SECT-DONE.
218700
218800     PERFORM 7100-END-SECTION THRU 7100-EXIT.
218900     CLOSE PLAN-FILE.
219000
219100 3400-EXIT.
219200     EXIT.
219300
219400 3410-READ-PLANFILE.
219500
219600     READ PLAN-FILE NEXT RECORD
219700         AT END
219800             MOVE 'Y' TO WS-SECT-DONE-SW
219900             GO TO 3410-EXIT
220000     END-READ.
220100
220200     IF PLN-STU-NUMBER NOT = WS-REQ-STU
220300         MOVE 'Y' TO WS-SECT-DONE-SW
220400         GO TO 3410-EXIT
220500     END-IF.
220600
220700     ADD 1 TO WS-SECT-COUNT(WS-SECT-IX).
220800     MOVE PLN-TERM TO RPT-PLN-TERM.
220900     MOVE PLN-INST-NO TO RPT-PLN-INST-NO.
221000     MOVE PLN-DUE-DATE TO RPT-PLN-DUE.
221100     MOVE PLN-AMOUNT TO RPT-PLN-AMOUNT.
221200     MOVE PLN-OPERID TO RPT-PLN-OPERID.
221300     IF WS-RULE-BLANK(WS-DR-PLN-OPERID)
221400         MOVE SPACES TO RPT-PLN-OPERID
221500     END-IF.
221600     MOVE PLN-SETUP-DATE TO RPT-PLN-SETUP.
221700
221800     MOVE RPT-PLN-LINE TO WS-PRINT-AREA.
221900     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT.
222000
222100 3410-EXIT.
222200     EXIT.
222300
222400*----------------------------------------------------------------
222500* SPLFILE - KEYED STUDENT + TERM.
222600*----------------------------------------------------------------
222700 3500-SECT-SPLFILE.
222800
222900     MOVE 16 TO WS-SECT-IX.
223000     OPEN INPUT SPL-FILE.
223100     IF WS-SECT-NOFILE
223200         PERFORM 7200-SECTION-UNAVAILABLE THRU 7200-EXIT
223300         GO TO 3500-EXIT
223400     END-IF.
223500     IF NOT WS-SECT-OK
223600         DISPLAY 'DCJB8BPI - SPLFILE OPEN FAILED, STATUS = '
223700             WS-SECT-STATUS
223800         GO TO 9999-ABEND
223900     END-IF.
224000
224100     MOVE RPT-SPL-HDG TO WS-CURR-COLHDR.
224200     PERFORM 7000-START-SECTION THRU 7000-EXIT.
224300
224400     MOVE 'N' TO WS-SECT-DONE-SW.
224500     MOVE WS-REQ-STU TO SPL-STU-NUMBER.
224600     MOVE LOW-VALUES TO SPL-TERM.
224700     START SPL-FILE KEY IS NOT LESS THAN SPL-KEY
224800         INVALID KEY
224900             MOVE 'Y' TO WS-SECT-DONE-SW
225000     END-START.
225100     PERFORM 3510-READ-SPLFILE THRU 3510-EXIT
225200         UNTIL WS-SECT-DONE.
225300
225400     PERFORM 7100-END-SECTION THRU 7100-EXIT.
225500     CLOSE SPL-FILE.
225600
225700 3500-EXIT.
225800     EXIT.
225900
226000 3510-READ-SPLFILE.
226100
226200     READ SPL-FILE NEXT RECORD
226300         AT END
226400             MOVE 'Y' TO WS-SECT-DONE-SW
226500             GO TO 3510-EXIT
226600     END-READ.
226700
226800     IF SPL-STU-NUMBER NOT = WS-REQ-STU
226900         MOVE 'Y' TO WS-SECT-DONE-SW
227000         GO TO 3510-EXIT
227100     END-IF.
227200
227300     ADD 1 TO WS-SECT-COUNT(WS-SECT-IX).
227400     MOVE SPL-TERM TO RPT-SPL-TERM.
227500     MOVE SPL-SPONSOR TO RPT-SPL-SPONSOR.
227600     MOVE SPL-PORTION-PCT TO RPT-SPL-PCT.
227700     MOVE SPL-OPERID TO RPT-SPL-OPERID.
227800     IF WS-RULE-BLANK(WS-DR-SPL-OPERID)
227900         MOVE SPACES TO RPT-SPL-OPERID
228000     END-IF.
228100     MOVE SPL-LINK-DATE TO RPT-SPL-LINKED.
228200
228300     MOVE RPT-SPL-LINE TO WS-PRINT-AREA.
228400     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT.
228500
228600 3510-EXIT.
228700     EXIT.
228800
228900*----------------------------------------------------------------
229000* STUAUDIT - THE LIVE AUDIT TRAIL, READ FRONT TO BACK. ENTRIES
229100* DCJB8BRT HAS ALREADY MOVED TO AUDARCH ARE NOT ON IT.
229200*----------------------------------------------------------------
229300 3600-SECT-STUAUDIT.
229400
229500     MOVE 17 TO WS-SECT-IX.
229600     OPEN INPUT AUDIT-FILE.
229700     IF WS-SECT-NOFILE
229800         PERFORM 7200-SECTION-UNAVAILABLE THRU 7200-EXIT
229900         GO TO 3600-EXIT
230000     END-IF.
230100     IF NOT WS-SECT-OK
230200         DISPLAY 'DCJB8BPI - STUAUDIT OPEN FAILED, STATUS = '
230300             WS-SECT-STATUS
230400         GO TO 9999-ABEND
230500     END-IF.
230600
230700     MOVE RPT-AUD-HDG TO WS-CURR-COLHDR.
230800     PERFORM 7000-START-SECTION THRU 7000-EXIT.
230900
231000     MOVE 'N' TO WS-SECT-DONE-SW.
231100     PERFORM 3610-READ-STUAUDIT THRU 3610-EXIT
231200         UNTIL WS-SECT-DONE.
231300
231400     PERFORM 7100-END-SECTION THRU 7100-EXIT.
231500     CLOSE AUDIT-FILE.
231600
231700 3600-EXIT.
231800     EXIT.
231900
232000 3610-READ-STUAUDIT.
232100
232200     READ AUDIT-FILE
232300         AT END
232400             MOVE 'Y' TO WS-SECT-DONE-SW
232500             GO TO 3610-EXIT
232600     END-READ.
232700
232800     IF AUD-STU-NUMBER NOT = WS-REQ-STU
232900         GO TO 3610-EXIT
233000     END-IF.
233100
233200     ADD 1 TO WS-SECT-COUNT(WS-SECT-IX).
233300     MOVE AUD-DATE TO WS-DATE-WORK.
233400     MOVE WS-DATE-WORK TO RPT-AUD-DATE.
233500     MOVE AUD-TIME TO WS-TIME-WORK.
233600     MOVE WS-TIME-WORK TO RPT-AUD-TIME.
233700     MOVE AUD-OPERID TO RPT-AUD-OPERID.
233800     IF WS-RULE-BLANK(WS-DR-AUD-OPERID)
233900         MOVE SPACES TO RPT-AUD-OPERID
234000     END-IF.
234100     MOVE 'BEFORE' TO RPT-AUD-WHICH.
234200     MOVE AUD-OLD-NAME TO RPT-AUD-NAME.
234300     MOVE AUD-OLD-ADDRESS-1 TO RPT-AUD-ADDR-1.
234400     MOVE AUD-OLD-ADDRESS-2 TO RPT-AUD-ADDR-2.
234500     MOVE AUD-OLD-ADDRESS-3 TO RPT-AUD-ADDR-3.
234600     MOVE SPACES TO RPT-AUD-PHONE.
234700     STRING AUD-OLD-PHONE-1 AUD-OLD-PHONE-2 AUD-OLD-PHONE-3
234800         DELIMITED BY SIZE INTO RPT-AUD-PHONE.
234900     MOVE RPT-AUD-LINE TO WS-PRINT-AREA.
235000     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT.
235100
235200     MOVE SPACES TO RPT-AUD-DATE.
235300     MOVE SPACES TO RPT-AUD-TIME.
235400     MOVE SPACES TO RPT-AUD-OPERID.
235500     MOVE 'AFTER' TO RPT-AUD-WHICH.
235600     MOVE AUD-NEW-NAME TO RPT-AUD-NAME.
235700     MOVE AUD-NEW-ADDRESS-1 TO RPT-AUD-ADDR-1.
235800     MOVE AUD-NEW-ADDRESS-2 TO RPT-AUD-ADDR-2.
235900     MOVE AUD-NEW-ADDRESS-3 TO RPT-AUD-ADDR-3.
236000     MOVE SPACES TO RPT-AUD-PHONE.
236100     STRING AUD-NEW-PHONE-1 AUD-NEW-PHONE-2 AUD-NEW-PHONE-3
236200         DELIMITED BY SIZE INTO RPT-AUD-PHONE.
236300     MOVE RPT-AUD-LINE TO WS-PRINT-AREA.
236400     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT.
236500
236600 3610-EXIT.
236700     EXIT.
236800
236900*----------------------------------------------------------------
237000* STUJRNL - THE LIVE CHANGE JOURNAL, READ FRONT TO BACK. ENTRIES
237100* DCJB8BRT HAS ALREADY MOVED TO JRNARCH ARE NOT ON IT.
237200*----------------------------------------------------------------
237300 3700-SECT-STUJRNL.
237400
237500     MOVE 18 TO WS-SECT-IX.
237600     OPEN INPUT STUJRNL-FILE.
237700     IF WS-SECT-NOFILE
237800         PERFORM 7200-SECTION-UNAVAILABLE THRU 7200-EXIT
237900         GO TO 3700-EXIT
238000     END-IF.
238100     IF NOT WS-SECT-OK
238200         DISPLAY 'DCJB8BPI - STUJRNL OPEN FAILED, STATUS = '
238300             WS-SECT-STATUS
238400         GO TO 9999-ABEND
238500     END-IF.
238600
238700     MOVE RPT-JRN-HDG TO WS-CURR-COLHDR.
238800     PERFORM 7000-START-SECTION THRU 7000-EXIT.
238900
239000     MOVE 'N' TO WS-SECT-DONE-SW.
239100     PERFORM 3710-READ-STUJRNL THRU 3710-EXIT
239200         UNTIL WS-SECT-DONE.
239300
239400     PERFORM 7100-END-SECTION THRU 7100-EXIT.
239500     CLOSE STUJRNL-FILE.
239600
239700 3700-EXIT.
239800     EXIT.
239900
240000 3710-READ-STUJRNL.
240100
240200     READ STUJRNL-FILE
240300         AT END
240400             MOVE 'Y' TO WS-SECT-DONE-SW
240500             GO TO 3710-EXIT
240600     END-READ.
240700
240800     IF JRN-STU-NUMBER NOT = WS-REQ-STU
240900         GO TO 3710-EXIT
241000     END-IF.
241100
241200     ADD 1 TO WS-SECT-COUNT(WS-SECT-IX).
241300     MOVE JRN-DATE TO RPT-JRN-DATE.
241400     MOVE JRN-TIME TO RPT-JRN-TIME.
241500     EVALUATE TRUE
241600         WHEN JRN-WRITE
241700             MOVE 'ADDED' TO RPT-JRN-OPERATION
241800         WHEN JRN-REWRITE
241900             MOVE 'UPDATED' TO RPT-JRN-OPERATION
242000         WHEN JRN-DELETE
242100             MOVE 'DELETED' TO RPT-JRN-OPERATION
242200         WHEN OTHER
242300             MOVE JRN-OPERATION TO RPT-JRN-OPERATION
242400     END-EVALUATE.
242500     MOVE JRN-OPERID TO RPT-JRN-OPERID.
242600     IF WS-RULE-BLANK(WS-DR-JRN-OPERID)
242700         MOVE SPACES TO RPT-JRN-OPERID
242800     END-IF.
242900     MOVE JRN-TRANSID TO RPT-JRN-TRANSID.
243000     IF WS-RULE-BLANK(WS-DR-JRN-TRANSID)
243100         MOVE SPACES TO RPT-JRN-TRANSID
243200     END-IF.
243300     MOVE JRN-RECORD-IMAGE TO WS-JRN-IMAGE.
243400     MOVE WS-JIM-NAME TO RPT-JRN-NAME.
243500
243600     MOVE RPT-JRN-LINE TO WS-PRINT-AREA.
243700     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT.
243800
243900 3710-EXIT.
244000     EXIT.
244100
244200*----------------------------------------------------------------
244300* NAMHIST - KEYED BY THE FORMER NAME, SO THE WHOLE FILE IS READ.
244400*----------------------------------------------------------------
244500 3800-SECT-NAMHIST.
244600
244700     MOVE 19 TO WS-SECT-IX.
244800     OPEN INPUT NAMHIST-FILE.
244900     IF WS-SECT-NOFILE
245000         PERFORM 7200-SECTION-UNAVAILABLE THRU 7200-EXIT
245100         GO TO 3800-EXIT
245200     END-IF.
245300     IF NOT WS-SECT-OK
245400         DISPLAY 'DCJB8BPI - NAMHIST OPEN FAILED, STATUS = '
245500             WS-SECT-STATUS
245600         GO TO 9999-ABEND
245700     END-IF.
245800
245900     MOVE RPT-NMH-HDG TO WS-CURR-COLHDR.
246000     PERFORM 7000-START-SECTION THRU 7000-EXIT.
246100
246200     MOVE 'N' TO WS-SECT-DONE-SW.
246300     PERFORM 3810-READ-NAMHIST THRU 3810-EXIT
246400         UNTIL WS-SECT-DONE.
246500
246600     PERFORM 7100-END-SECTION THRU 7100-EXIT.
246700     CLOSE NAMHIST-FILE.
246800
246900 3800-EXIT.
247000     EXIT.
247100
247200 3810-READ-NAMHIST.
247300
247400     READ NAMHIST-FILE NEXT RECORD
247500         AT END
247600             MOVE 'Y' TO WS-SECT-DONE-SW
247700             GO TO 3810-EXIT
247800     END-READ.
247900
248000     IF NMH-STU-NUMBER NOT = WS-REQ-STU
248100         GO TO 3810-EXIT
248200     END-IF.
248300
248400     ADD 1 TO WS-SECT-COUNT(WS-SECT-IX).
248500     MOVE NMH-DATE TO RPT-NMH-DATE.
248600     MOVE NMH-OLD-NAME TO RPT-NMH-OLD-NAME.
248700     MOVE NMH-NEW-NAME TO RPT-NMH-NEW-NAME.
248800     MOVE NMH-OPERID TO RPT-NMH-OPERID.
248900     IF WS-RULE-BLANK(WS-DR-NMH-OPERID)
249000         MOVE SPACES TO RPT-NMH-OPERID
249100     END-IF.
249200
249300     MOVE RPT-NMH-LINE TO WS-PRINT-AREA.
249400     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT.
249500
249600 3810-EXIT.
249700     EXIT.
249800
249900*----------------------------------------------------------------
250000* THE MASTER RECORD (STUFILE, OR STUARCH MOVED INTO ITS SHAPE),
250100* ONE LABELLED FIELD PER LINE.
250200*----------------------------------------------------------------
250300 6000-PRINT-MASTER.
250400
250500     MOVE 'STUDENT NUMBER . . . . . . . .' TO RPT-LBL-TEXT.
250600     MOVE STU-NUMBER TO RPT-LBL-VALUE.
250700     PERFORM 7500-PRINT-LABEL THRU 7500-EXIT.
250800
250900     MOVE 'NAME . . . . . . . . . . . . .' TO RPT-LBL-TEXT.
251000     MOVE STU-NAME TO RPT-LBL-VALUE.
251100     PERFORM 7500-PRINT-LABEL THRU 7500-EXIT.
251200
251300     MOVE 'ADDRESS  . . . . . . . . . . .' TO RPT-LBL-TEXT.
251400     MOVE STU-ADDRESS-1 TO RPT-LBL-VALUE.
251500     PERFORM 7500-PRINT-LABEL THRU 7500-EXIT.
251600     MOVE SPACES TO RPT-LBL-TEXT.
251700     MOVE STU-ADDRESS-2 TO RPT-LBL-VALUE.
251800     PERFORM 7500-PRINT-LABEL THRU 7500-EXIT.
251900     MOVE SPACES TO RPT-LBL-TEXT.
252000     MOVE STU-ADDRESS-3 TO RPT-LBL-VALUE.
252100     PERFORM 7500-PRINT-LABEL THRU 7500-EXIT.
252200
252300     MOVE 'POSTAL CODE  . . . . . . . . .' TO RPT-LBL-TEXT.
252400     MOVE SPACES TO RPT-LBL-VALUE.
252500     STRING STU-POSTAL-1 ' ' STU-POSTAL-2
252600         DELIMITED BY SIZE INTO RPT-LBL-VALUE.
252700     PERFORM 7500-PRINT-LABEL THRU 7500-EXIT.
252800
252900     MOVE 'PHONE  . . . . . . . . . . . .' TO RPT-LBL-TEXT.
253000     MOVE SPACES TO RPT-LBL-VALUE.
253100     STRING '(' STU-PHONE-1 ') ' STU-PHONE-2 '-' STU-PHONE-3
253200         DELIMITED BY SIZE INTO RPT-LBL-VALUE.
253300     PERFORM 7500-PRINT-LABEL THRU 7500-EXIT.
253400
253500     MOVE 'STATUS . . . . . . . . . . . .' TO RPT-LBL-TEXT.
253600     EVALUATE TRUE
253700         WHEN STU-ACTIVE
253800             MOVE 'A - ACTIVE' TO RPT-LBL-VALUE
253900         WHEN STU-WITHDRAWN
254000             MOVE 'W - WITHDRAWN' TO RPT-LBL-VALUE
254100         WHEN OTHER
254200             MOVE STU-STATUS TO RPT-LBL-VALUE
254300     END-EVALUATE.
254400     PERFORM 7500-PRINT-LABEL THRU 7500-EXIT.
254500
254600     MOVE 'ACADEMIC STANDING  . . . . . .' TO RPT-LBL-TEXT.
254700     EVALUATE TRUE
254800         WHEN STU-DEANS-LIST
254900             MOVE 'D - DEAN''S LIST' TO RPT-LBL-VALUE
255000         WHEN STU-PROBATION
255100             MOVE 'P - PROBATION' TO RPT-LBL-VALUE
255200         WHEN STU-SUSPENDED
255300             MOVE 'S - SUSPENDED' TO RPT-LBL-VALUE
255400         WHEN STU-GOOD-STANDING
255500             MOVE 'G - GOOD STANDING' TO RPT-LBL-VALUE
255600         WHEN OTHER
255700             MOVE STU-STANDING TO RPT-LBL-VALUE
255800     END-EVALUATE.
255900     PERFORM 7500-PRINT-LABEL THRU 7500-EXIT.
256000
256100     MOVE 'CUMULATIVE GPA . . . . . . . .' TO RPT-LBL-TEXT.
256200     MOVE SPACES TO RPT-LBL-VALUE.
256300     IF STU-CUM-GPA IS NUMERIC
256400         STRING STU-CUM-GPA(1:1) '.' STU-CUM-GPA(2:2)
256500             DELIMITED BY SIZE INTO RPT-LBL-VALUE
256600     END-IF.
256700     PERFORM 7500-PRINT-LABEL THRU 7500-EXIT.
256800
256900     MOVE 'TERM . . . . . . . . . . . . .' TO RPT-LBL-TEXT.
257000     MOVE STU-TERM TO RPT-LBL-VALUE.
257100     PERFORM 7500-PRINT-LABEL THRU 7500-EXIT.
257200
257300     MOVE 'COURSES  . . . . . . . . . . .' TO RPT-LBL-TEXT.
257400     MOVE SPACES TO WS-COURSE-LIST.
257500     MOVE 1 TO WS-LIST-PTR.
257600     MOVE 0 TO WS-SLOT-MAX.
257700     IF STU-COURSE-COUNT IS NUMERIC
257800         MOVE STU-COURSE-COUNT TO WS-SLOT-MAX
257900     END-IF.
258000     IF WS-SLOT-MAX > 10
258100         MOVE 10 TO WS-SLOT-MAX
258200     END-IF.
258300     PERFORM 6010-LIST-STU-COURSE THRU 6010-EXIT
258400         VARYING WS-SLOT-IX FROM 1 BY 1
258500         UNTIL WS-SLOT-IX > WS-SLOT-MAX.
258600     MOVE WS-COURSE-LIST TO RPT-LBL-VALUE.
258700     PERFORM 7500-PRINT-LABEL THRU 7500-EXIT.
258800
258900     MOVE 'CAMPUS . . . . . . . . . . . .' TO RPT-LBL-TEXT.
259000     MOVE STU-CAMPUS TO RPT-LBL-VALUE.
259100     PERFORM 7500-PRINT-LABEL THRU 7500-EXIT.
259200
259300     MOVE 'PROGRAM  . . . . . . . . . . .' TO RPT-LBL-TEXT.
259400     MOVE STU-PROGRAM TO RPT-LBL-VALUE.
259500     PERFORM 7500-PRINT-LABEL THRU 7500-EXIT.
259600
259700     MOVE 'FEE CATEGORY . . . . . . . . .' TO RPT-LBL-TEXT.
259800     MOVE STU-FEE-CAT TO RPT-LBL-VALUE.
259900     PERFORM 7500-PRINT-LABEL THRU 7500-EXIT.
260000
260100     MOVE 'ADVISOR  . . . . . . . . . . .' TO RPT-LBL-TEXT.
260200     MOVE STU-ADVISOR TO RPT-LBL-VALUE.
260300     IF WS-RULE-BLANK(WS-DR-STU-ADVISOR)
260400         MOVE SPACES TO RPT-LBL-VALUE
260500     END-IF.
260600     PERFORM 7500-PRINT-LABEL THRU 7500-EXIT.
260700
260800     MOVE 'DIRECTORY CONFIDENTIALITY  . .' TO RPT-LBL-TEXT.
260900     IF STU-IS-CONFIDENTIAL
261000         MOVE 'Y - WITHHELD FROM THE DIRECTORY' TO RPT-LBL-VALUE
261100     ELSE
261200         MOVE 'N' TO RPT-LBL-VALUE
261300     END-IF.
261400     IF WS-RULE-BLANK(WS-DR-STU-CONFIDENTIAL)
261500         MOVE SPACES TO RPT-LBL-VALUE
261600     END-IF.
261700     PERFORM 7500-PRINT-LABEL THRU 7500-EXIT.
261800
261900     MOVE 'LAST CHANGED . . . . . . . . .' TO RPT-LBL-TEXT.
262000     MOVE STU-LASTCHG-DATE TO WS-DATE-WORK.
262100     MOVE WS-DATE-WORK TO RPT-LBL-VALUE.
262200     PERFORM 7500-PRINT-LABEL THRU 7500-EXIT.
262300
262400 6000-EXIT.
262500     EXIT.
262600
262700 6010-LIST-STU-COURSE.
262800
262900     STRING STU-COURSE-TABLE(WS-SLOT-IX) ' '
263000         DELIMITED BY SIZE INTO WS-COURSE-LIST
263100         WITH POINTER WS-LIST-PTR.
263200
263300 6010-EXIT.
263400     EXIT.
263500
263600*----------------------------------------------------------------
263700* A SECTION OPENS ON A FRESH LINE GROUP WITH ITS FILE, HEADING
263800* AND COLUMN HEADINGS, AND CLOSES WITH ITS RECORD COUNT.
263900*----------------------------------------------------------------
264000 7000-START-SECTION.
264100
264200     MOVE SPACES TO WS-CURR-TITLE.
264300     STRING WS-SECT-FILE(WS-SECT-IX) ' - '
264400         WS-SECT-TITLE(WS-SECT-IX)
264500         DELIMITED BY SIZE INTO WS-CURR-TITLE.
264600
264700     IF WS-LINE-COUNT + 6 > WS-MAX-LINES
264800         PERFORM 7400-PAGE-HEADING THRU 7400-EXIT
264900     ELSE
265000         PERFORM 7410-SECTION-HEADING THRU 7410-EXIT
265100     END-IF.
265200
265300 7000-EXIT.
265400     EXIT.
265500
265600 7100-END-SECTION.
265700
265800     ADD WS-SECT-COUNT(WS-SECT-IX) TO WS-TOTAL-RECORDS.
265900
266000     MOVE WS-SECT-FILE(WS-SECT-IX) TO RPT-CNT-FILE.
266100     MOVE WS-SECT-COUNT(WS-SECT-IX) TO RPT-CNT-COUNT.
266200     IF WS-SECT-COUNT(WS-SECT-IX) = 0
266300         MOVE 'NOTHING HELD FOR THIS STUDENT' TO RPT-CNT-NOTE
266400     ELSE
266500         MOVE SPACES TO RPT-CNT-NOTE
266600     END-IF.
266700     WRITE RPT-LINE FROM RPT-COUNT-LINE.
266800     ADD 1 TO WS-LINE-COUNT.
266900
267000 7100-EXIT.
267100     EXIT.
267200
267300*    A FILE NOT DEFINED AT THIS SITE - SAID SO IN ITS OWN SECTION
267400*    AND ON THE SUMMARY, SO THE PACKAGE NEVER SILENTLY OMITS IT.
267500 7200-SECTION-UNAVAILABLE.
267600
267700     MOVE 'U' TO WS-SECT-STATE(WS-SECT-IX).
267800     MOVE SPACES TO WS-CURR-COLHDR.
267900     PERFORM 7000-START-SECTION THRU 7000-EXIT.
268000
268100     MOVE WS-SECT-FILE(WS-SECT-IX) TO RPT-CNT-FILE.
268200     MOVE 0 TO RPT-CNT-COUNT.
268300     MOVE 'DATASET NOT AVAILABLE - NOT SEARCHED' TO RPT-CNT-NOTE.
268400     WRITE RPT-LINE FROM RPT-COUNT-LINE.
268500     ADD 1 TO WS-LINE-COUNT.
268600
268700 7200-EXIT.
268800     EXIT.
268900
269000 7300-PRINT-DETAIL.
269100
269200     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
269300         PERFORM 7400-PAGE-HEADING THRU 7400-EXIT
269400     END-IF.
269500
269600     WRITE RPT-LINE FROM WS-PRINT-AREA.
269700     ADD 1 TO WS-LINE-COUNT.
269800
269900 7300-EXIT.
270000     EXIT.
270100
270200 7400-PAGE-HEADING.
270300
270400     ADD 1 TO WS-PAGE-COUNT.
270500     MOVE WS-PAGE-COUNT TO RPT-HDG1-PAGE.
270600     WRITE RPT-LINE FROM RPT-HEADING-1.
270700     MOVE 1 TO WS-LINE-COUNT.
270800
270900     IF WS-CURR-TITLE NOT = SPACES
271000         PERFORM 7410-SECTION-HEADING THRU 7410-EXIT
271100     END-IF.
271200
271300 7400-EXIT.
271400     EXIT.
271500
271600 7410-SECTION-HEADING.
271700
271800     MOVE WS-CURR-TITLE TO RPT-SEC-TEXT.
271900     WRITE RPT-LINE FROM RPT-SECTION-LINE.
272000     ADD 2 TO WS-LINE-COUNT.
272100
272200     IF WS-CURR-COLHDR NOT = SPACES
272300         WRITE RPT-LINE FROM WS-CURR-COLHDR
272400         ADD 1 TO WS-LINE-COUNT
272500     END-IF.
272600
272700 7410-EXIT.
272800     EXIT.
272900
273000 7500-PRINT-LABEL.
273100
273200     IF WS-LINE-COUNT NOT LESS THAN WS-MAX-LINES
273300         PERFORM 7400-PAGE-HEADING THRU 7400-EXIT
273400     END-IF.
273500
273600     WRITE RPT-LINE FROM RPT-LABEL-LINE.
273700     ADD 1 TO WS-LINE-COUNT.
273800     MOVE SPACES TO RPT-LBL-VALUE.
273900
274000 7500-EXIT.
274100     EXIT.
274200
274300*----------------------------------------------------------------
274400* THE CLOSING SUMMARY - EVERY FILE SEARCHED AND WHAT IT HELD. A
274500* STUDENT ON NEITHER STUFILE NOR STUARCH ENDS THE JOB RC 4 SO
274600* THE PRIVACY OFFICE CHECKS THE NUMBER BEFORE SENDING ANYTHING.
274700*----------------------------------------------------------------
274800 8000-TERMINATE.
274900
275000     MOVE 'SUMMARY OF RECORDS DISCLOSED' TO WS-CURR-TITLE.
275100     MOVE RPT-SUMMARY-HDG TO WS-CURR-COLHDR.
275200     IF WS-LINE-COUNT + 25 > WS-MAX-LINES
275300         PERFORM 7400-PAGE-HEADING THRU 7400-EXIT
275400     ELSE
275500         PERFORM 7410-SECTION-HEADING THRU 7410-EXIT
275600     END-IF.
275700
275800     PERFORM 8100-PRINT-SUMMARY THRU 8100-EXIT
275900         VARYING WS-SECT-IX FROM 1 BY 1
276000         UNTIL WS-SECT-IX > WS-SECT-MAX.
276100
276200     MOVE SPACES TO RPT-SUM-FILE.
276300     MOVE 'TOTAL RECORDS' TO RPT-SUM-TITLE.
276400     MOVE WS-TOTAL-RECORDS TO RPT-SUM-COUNT.
276500     MOVE SPACES TO RPT-SUM-NOTE.
276600     IF NOT WS-ON-STUFILE AND NOT WS-ON-STUARCH
276700         MOVE 'NOT ON STUFILE OR STUARCH' TO RPT-SUM-NOTE
276800     END-IF.
276900     MOVE RPT-SUMMARY-LINE TO WS-PRINT-AREA.
277000     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT.
277100
277200     MOVE SPACES TO WS-CURR-COLHDR.
277300     MOVE '*** END OF DISCLOSURE ***' TO RPT-SEC-TEXT.
277400     WRITE RPT-LINE FROM RPT-SECTION-LINE.
277500
277600     CLOSE STUFILE.
277700     CLOSE DISCLOSURE-RPT.
277800
277900     IF NOT WS-ON-STUFILE AND NOT WS-ON-STUARCH
278000         DISPLAY 'DCJB8BPI - STUDENT ' WS-REQ-STU
278100             ' IS ON NEITHER STUFILE NOR STUARCH'
278200         MOVE 4 TO RETURN-CODE
278300     END-IF.
278400
278500 8000-EXIT.
278600     EXIT.
278700
278800 8100-PRINT-SUMMARY.
278900
279000     MOVE WS-SECT-FILE(WS-SECT-IX) TO RPT-SUM-FILE.
279100     MOVE WS-SECT-TITLE(WS-SECT-IX) TO RPT-SUM-TITLE.
279200     MOVE WS-SECT-COUNT(WS-SECT-IX) TO RPT-SUM-COUNT.
279300     IF WS-SECT-UNAVAILABLE(WS-SECT-IX)
279400         MOVE 'NOT SEARCHED - NO DATASET' TO RPT-SUM-NOTE
279500     ELSE
279600         MOVE SPACES TO RPT-SUM-NOTE
279700     END-IF.
279800     MOVE RPT-SUMMARY-LINE TO WS-PRINT-AREA.
279900     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT.
280000
280100 8100-EXIT.
280200     EXIT.
280300
280400 9999-ABEND.
280500
280600     MOVE 16 TO RETURN-CODE.
280700     GOBACK.
280800
280900 END PROGRAM DCJB8BPI.
