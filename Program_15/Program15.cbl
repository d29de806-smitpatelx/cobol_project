       data division.
       file section.
       fd invoice-history-file
           record contains 48 characters
           data record is IH-INVOICE-RECORD.
      *
           COPY INVHIST.
      *
       fd archive-file
           record contains 48 characters
           data record is archive-record.
      *
       01 archive-record               pic x(48).
      *
       fd processing-date-file
           record contains 6 characters
