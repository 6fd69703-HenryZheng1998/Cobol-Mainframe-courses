      * RESPONSE LAYOUT RETURNED BY DCJB8WSC - UP TO 10 CATALOG
      * SECTIONS PER PAGE WITH SEATS REMAINING AND WAITLIST LENGTH,
      * PLUS THE SAME CONTINUATION-KEY PAGING FIELDS WSBRESP CARRIES.
      * CRS-STATUS-CODE 'X' IS A SYSTEM ERROR - THE SERVICE ABENDED AND
      * CRS-MSG QUOTES THE ERRLOG REFERENCE (SEE ERRLREC).
       01 CRS-RESP.
           05 catalog-resp.
            10 CRS-STATUS-CODE  PIC X.
