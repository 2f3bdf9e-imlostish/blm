      *> ----------------------------------------------------------------
      *> Copybook: stmt-vendor.cpy
      *> Purpose: Record layout for STMT-VENDOR-FILE, the print
      *>          vendor's interface file from the month-end statement
      *>          run: per paper statement an address block, one line
      *>          record per printed line and an end record with the
      *>          line and page counts and the insert codes to stuff,
      *>          then one control trailer for the whole file.
      *> ----------------------------------------------------------------
       01 STMT-VENDOR-RECORD.
           05 SVND-REC-TYPE       PIC X(1).
               88 SVND-ADDRESS      VALUE "A".
               88 SVND-LINE         VALUE "D".
               88 SVND-END          VALUE "E".
               88 SVND-TRAILER      VALUE "T".
           05 SVND-USER-ID        PIC X(10).
           05 SVND-PERIOD         PIC X(6).
           05 SVND-DATA           PIC X(200).
           05 SVND-ADDRESS-DATA REDEFINES SVND-DATA.
               10 SVND-NAME           PIC X(50).
               10 SVND-ADDR-LINE1     PIC X(40).
               10 SVND-ADDR-LINE2     PIC X(40).
               10 SVND-CITY           PIC X(20).
               10 SVND-POSTAL         PIC X(10).
               10 FILLER              PIC X(40).
           05 SVND-LINE-DATA REDEFINES SVND-DATA.
               10 SVND-LINE-NO        PIC 9(4).
               10 SVND-LINE-TEXT      PIC X(100).
               10 FILLER              PIC X(96).
           05 SVND-END-DATA REDEFINES SVND-DATA.
               10 SVND-LINE-COUNT     PIC 9(4).
               10 SVND-PAGE-COUNT     PIC 9(3).
               10 SVND-INSERT-CODE    PIC X(4) OCCURS 5 TIMES.
               10 FILLER              PIC X(173).
      *> the control trailer's counts cover the whole file, so the
      *> vendor can prove nothing was lost in transfer.
           05 SVND-TRAILER-DATA REDEFINES SVND-DATA.
               10 SVND-STMT-COUNT     PIC 9(7).
               10 SVND-TOTAL-PAGES    PIC 9(9).
               10 SVND-TOTAL-LINES    PIC 9(9).
               10 SVND-HELD-COUNT     PIC 9(7).
               10 SVND-CREATED-AT     PIC X(14).
               10 FILLER              PIC X(154).
