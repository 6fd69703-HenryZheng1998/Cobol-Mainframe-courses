      * PRFFILE RECORD LAYOUT - THE STUDENT PROFILE, A COMPANION ROW
      * KEYED BY STUDENT NUMBER FOR THE DEMOGRAPHIC AND CONTACT DATA
      * STUREC HAS NO ROOM LEFT FOR (ITS EXPANSION FILLER IS USED UP):
      * BIRTH DATE, CITIZENSHIP/RESIDENCY, COUNTRY, PREFERRED NAME,
      * EMAIL, AND MOBILE - WHAT THE MINISTRY RETURN AND INTERNATIONAL
      * REPORTING ASK FOR. MAINTAINED ON THE DCJB8PHT SCREEN (PF7 FROM
      * THE DCJB8PGU UPDATE SCREEN), SEEDED FOR NEW INTAKE BY DCJB8BLD,
      * AND JOURNALED TO PRFJRNL THE WAY STUJRNL COVERS STUFILE. A
      * STUDENT WITH NO ROW SIMPLY HAS NOTHING ON FILE YET.
      * THE TRAILING FILLER IS ROOM TO GROW - CARVE NEW FIELDS FROM IT
      * RATHER THAN LENGTHENING THE RECORD.
       01 PRFFILE-RECORD.
           05 PRF-KEY.
               10 PRF-STU-NUMBER      PIC X(7).
      *    YYYYMMDD - ZERO WHEN NOT KNOWN.
           05 PRF-BIRTH-DATE          PIC 9(8).
           05 PRF-BIRTH-DATE-R REDEFINES PRF-BIRTH-DATE.
               10 PRF-BIRTH-YYYY      PIC 9(4).
               10 PRF-BIRTH-MM        PIC 9(2).
               10 PRF-BIRTH-DD        PIC 9(2).
           05 PRF-CITIZENSHIP         PIC X(1).
               88 PRF-CITIZEN                 VALUE 'C'.
               88 PRF-PERM-RESIDENT           VALUE 'P'.
               88 PRF-INTERNATIONAL           VALUE 'S'.
               88 PRF-OTHER-STATUS            VALUE 'O'.
               88 PRF-STATUS-UNKNOWN          VALUE ' '.
               88 PRF-CITIZENSHIP-VALID       VALUE 'C' 'P' 'S'
                                                    'O' ' '.
      *    ISO 3166 ALPHA-3 COUNTRY OF CITIZENSHIP - 'CAN' FOR
      *    CITIZENS, BLANK WHEN NOT KNOWN.
           05 PRF-COUNTRY             PIC X(3).
           05 PRF-PREF-NAME           PIC X(20).
           05 PRF-EMAIL               PIC X(50).
           05 PRF-MOBILE              PIC X(10).
           05 PRF-LASTCHG-DATE        PIC S9(7) COMP-3.
           05 PRF-LASTCHG-OPERID      PIC X(8).
      *    THE STUDENT'S CONSENT TO RECEIVE CORRESPONDENCE BY EMAIL,
      *    AND THE DAY (CYYDDD) IT WAS LAST GIVEN OR WITHDRAWN. THE
      *    LETTER JOBS EMAIL ONLY WHEN THERE IS AN ADDRESS AND A 'Y';
      *    ANYTHING ELSE GOES TO PAPER.
           05 PRF-EMAIL-CONSENT       PIC X(1).
               88 PRF-EMAIL-CONSENTED         VALUE 'Y'.
               88 PRF-EMAIL-CONSENT-VALID     VALUE 'Y' 'N' ' '.
           05 PRF-CONSENT-DATE        PIC S9(7) COMP-3.
      *    STUDY-PERMIT EXPIRY, YYYYMMDD, KEYED ON DCJB8PHT FROM THE
      *    PERMIT ITSELF - ZERO WHEN NONE IS ON FILE. THE DAILY
      *    DCJB8BIF COMPLIANCE REPORT LISTS PERMITS NEARING EXPIRY.
           05 PRF-PERMIT-EXPIRY       PIC 9(8).
           05 PRF-PERMIT-EXPIRY-R REDEFINES PRF-PERMIT-EXPIRY.
               10 PRF-PERMIT-YYYY     PIC 9(4).
               10 PRF-PERMIT-MM       PIC 9(2).
               10 PRF-PERMIT-DD       PIC 9(2).
      *    EFFECTIVE DATE (CYYDDD) OF THE STUDENT'S LAST FULL
      *    WITHDRAWAL, STAMPED BY DCJB8PGW WHEN IT IS CONFIRMED -
      *    ZERO WHEN NONE IS ON FILE. THE DCJB8BCE LOAN
      *    CONFIRMATIONS REPORT IT FOR A WITHDRAWN STUDENT.
           05 PRF-WITHDRAW-DATE       PIC 9(7).
      *    GPA RECALCULATION DUE - SET BY THE DCJB8BIL INCOMPLETE-LAPSE
      *    SWEEP WHEN IT TURNS AN 'I ' INTO AN 'F ' IN A PAST TERM, SO
      *    THE NEXT DCJB8BGP RUN REFRESHES STU-CUM-GPA EVEN IF THE
      *    STUDENT HAS NOTHING GRADED IN ITS TERM; THE GPA RUN CLEARS
      *    IT. SPACE MEANS NOTHING IS OWED.
           05 PRF-GPA-RECALC          PIC X(1).
               88 PRF-GPA-RECALC-DUE          VALUE 'Y'.
           05 FILLER                  PIC X(68).

       01 PRFFILE-LENGTH              PIC S9(4) COMP VALUE 200.
