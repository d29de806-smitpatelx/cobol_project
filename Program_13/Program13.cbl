           05 cs-settled-amount        pic 9(7)V99.
      *
       fd valid-trans-file
           record contains 65 characters
           data record is VT-TRANS-RECORD.
      *
           COPY VALTRAN.
