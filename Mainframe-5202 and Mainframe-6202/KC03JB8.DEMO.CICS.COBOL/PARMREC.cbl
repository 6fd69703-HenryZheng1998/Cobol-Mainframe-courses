      *   MENULOCK - DCJB8PGM BAD-CHOICE LOCKOUT THRESHOLD (2 DIGITS)
      *   IDLELIMT - DCJB8PGM SESSION IDLE LIMIT, MINUTES (3 DIGITS)
      *   PWDAGMAX - DCJB8PGM PASSWORD MAX AGE, DAYS (3 DIGITS)
      *   LATEFEE  - DCJB8BLF FLAT LATE FEE, 9(5)V99 (7 DIGITS)
      *   LATEGRCE - DCJB8BLF GRACE DAYS PAST DUE (3 DIGITS)
      *   INTRRATE - DCJB8BLF MONTHLY INTEREST PERCENT, 99V99 (4)
      *   FEEDDAYS - DCJB8BCN FEE DEADLINE, DAYS AFTER TERM START (3)
      *   RFNDLIMT - DCJB8BDB REFUND APPROVAL THRESHOLD, 9(7)V99 (9)
      *   HONRDIST - DCJB8BDP 'WITH DISTINCTION' GPA FLOOR, 9V99 (3)
      *   HONRHIGH - DCJB8BDP 'WITH HIGH DISTINCTION' GPA FLOOR (3)
      *   NOSHOWDY - DCJB8BNS CLASS DAYS BEFORE A NO-SHOW DROP (3)
      *   INCLAPSE - DCJB8BIL INCOMPLETE LAPSE AGE, DAYS FROM GRADE (3)
      *   EVALWNDW - DCJB8BET TOKEN ISSUE, DAYS BEFORE TERM END (3)
      *   EVALMIN  - DCJB8BER FEWEST RESPONSES A SECTION SHOWS (3)
       01 PARMFILE-RECORD.
           05 PAR-KEY.
               10 PAR-NAME            PIC X(8).
