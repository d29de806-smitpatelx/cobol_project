       identification division.
       program-id. Program29.
       author.Smit Patel. Devansh Patel.

      *    sales history retention -- the validated master is
      *    overwritten every night, so before it goes each line is
      *    appended to the permanent sales history, keyed by the
      *    business date and store, where the date-range reporting
      *    program can find it months later.  the master is proven
      *    against its trailer before a single line is kept.  a day
      *    already retained by an earlier run of the stream has its
      *    nightly lines cleared first, so it is replaced whole and
      *    never added twice.
       environment division.
       input-output section.
       file-control.
      *    the validated daily transaction master written by the
      *    front-end edit pass.
           select valid-trans-file
               assign "../../../data/ValidatedTransactions.dat"
               organization is line sequential.
      *
           select store-master-file
               assign "../../../data/store_master.dat"
               organization is line sequential.
      *
      *    keyed on business date, store, source and position --
      *    read back in date order by the period reporting.
           select sales-history-file
               assign "../../../data/SalesHistory.dat"
               organization is indexed
               access mode is dynamic
               record key is SH-HISTORY-KEY
               file status is ws-saleshist-status.
      *
      *    processing-date control file maintained by operations --
      *    the business date the whole daily suite runs under.
           select processing-date-file
               assign "../../../data/ProcessingDate.dat"
               organization is line sequential
               file status is ws-procdate-status.
      *
       data division.
       file section.
       fd valid-trans-file
           record contains 65 characters
           data record is VT-TRANS-RECORD.
      *
           COPY VALTRAN.
      *
       fd store-master-file
           data record is SM-STORE-RECORD.
      *
           COPY STORMAST.
      *
       fd sales-history-file
           record contains 78 characters
           data record is SH-SALES-RECORD.
      *
           COPY SALESHST.
      *
       fd processing-date-file
           record contains 6 characters
           data record is PD-CONTROL-RECORD.
      *
           COPY BUSDATE.
      *
       working-storage section.

       01 ws-flags.
           05 WS-VT-EOF-FLAG            pic X value "N".
           05 WS-SM-EOF-FLAG            pic X value "N".
           05 ws-saleshist-status       pic XX.
           05 ws-procdate-status        pic XX.
           05 WS-HIST-OPEN-SW           pic X value "N".
               88 WS-HIST-OPEN              value "Y".
           05 WS-SH-EOF-FLAG            pic X value "N".

           COPY STABLE.

      *    header/trailer control verification -- the edit pass
      *    closes the validated master with its own trailer, and
      *    this pass proves the whole file before the first line of
      *    the day is retained.
           COPY TRNCTL.

       01 ws-file-control-fields.
           05 WS-VT-TRAILER-SEEN-SW     pic X value "N".
               88 WS-VT-TRAILER-SEEN        value "Y".
           05 ws-vt-read-count          pic 9(9) value 0.
           05 ws-vt-hash-total          pic 9(13)V99 value 0.
           05 ws-vt-expect-count        pic 9(9) value 0.
           05 ws-vt-expect-hash         pic 9(13)V99 value 0.
           05 ws-abend-reason           pic x(40) value spaces.

       01 ws-work-fields.
           05 ws-run-date              pic 9(6) value 0.
           05 ws-retain-seq            pic 9(6) value 0.
           05 ws-appended-count        pic 9(9) value 0.
           05 ws-cleared-count         pic 9(9) value 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-RETAIN-TRANSACTIONS
               UNTIL WS-VT-EOF-FLAG = "Y".
           PERFORM 9999-CLOSE-OUT.
           DISPLAY "PROGRAM29 SALES HISTORY - APPENDED: "
               ws-appended-count " CLEARED: "
               ws-cleared-count.
           GOBACK.
       0000-END.

       1000-INITIALIZE.
           PERFORM 0040-READ-BUSINESS-DATE.
           PERFORM 0050-LOAD-STORE-MASTER.
           PERFORM 1500-PROVE-VALIDATED-MASTER.
           OPEN INPUT valid-trans-file.
           READ valid-trans-file
               AT END move "Y"          to WS-VT-EOF-FLAG
           END-READ.
           PERFORM 0058-OPEN-SALES-HISTORY.
           PERFORM 1900-CLEAR-RETAINED-DAY.
       1000-END.

      *    the business date comes from the processing-date control
      *    file, not the wall clock -- the day is retained under the
      *    date it was traded, whenever the stream happens to run.
       0040-READ-BUSINESS-DATE.
           OPEN INPUT processing-date-file.
           if(ws-procdate-status NOT = "00") then
               move "PROCESSING DATE CONTROL FILE MISSING"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           READ processing-date-file
               AT END
                   move "PROCESSING DATE CONTROL FILE EMPTY"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
           END-READ.
           move PD-BUSINESS-DATE        to ws-run-date.
           CLOSE processing-date-file.
       0040-END.

       0050-LOAD-STORE-MASTER.
           OPEN INPUT store-master-file.
           PERFORM 0060-READ-STORE-MASTER.
           PERFORM 0070-BUILD-STORE-TABLE UNTIL WS-SM-EOF-FLAG = "Y".
           CLOSE store-master-file.
       0050-END.

       0060-READ-STORE-MASTER.
           READ store-master-file
               AT END move "Y"          to WS-SM-EOF-FLAG
           END-READ.
       0060-END.

       0070-BUILD-STORE-TABLE.
           if(SM-STORE-ACTIVE) then
               ADD 1                    to ST-STORE-COUNT
               SET ST-IDX               to ST-STORE-COUNT
               move SM-STORE-NUMBER     to ST-STORE-NUMBER(ST-IDX)
               move SM-JURISDICTION-CODE
                                        to ST-JURISDICTION-CODE(ST-IDX)
               move SM-TAX-RATE         to ST-TAX-RATE(ST-IDX)
               move SM-STORE-NAME       to ST-STORE-NAME(ST-IDX)
               move SM-STORE-STATUS     to ST-STORE-STATUS(ST-IDX)
           end-if.
           PERFORM 0060-READ-STORE-MASTER.
       0070-END.

      *    the sales history is a permanent keyed file extended
      *    every night -- a first-ever run finds no file (status
      *    35), creates it empty, and reopens it for update.  any
      *    other failure is a hard stop, or the day would silently
      *    go missing from every period that covers it.
       0058-OPEN-SALES-HISTORY.
           OPEN I-O sales-history-file.
           if(ws-saleshist-status = "35") then
               OPEN OUTPUT sales-history-file
               CLOSE sales-history-file
               OPEN I-O sales-history-file
           end-if.
           if(ws-saleshist-status = "00") then
               SET WS-HIST-OPEN         to true
           else
               move "SALES HISTORY FILE OPEN FAILURE"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       0058-END.

      *    the whole master is read once through before the history
      *    is even opened -- a short file, a bad count or hash, or a
      *    line whose store no longer matches the master stops the
      *    run with nothing of the day retained.
       1500-PROVE-VALIDATED-MASTER.
           OPEN INPUT valid-trans-file.
           PERFORM 1100-VERIFY-VT-HEADER.
           PERFORM 1520-COUNT-ONE-RECORD
               UNTIL WS-VT-EOF-FLAG = "Y".
           PERFORM 1540-VERIFY-FILE-TRAILER.
           CLOSE valid-trans-file.
           MOVE "N"                     to WS-VT-EOF-FLAG.
       1500-END.

      *    the header must be today's -- a master left behind by a
      *    skipped or failed edit run would otherwise be retained a
      *    second time under the wrong date.
       1100-VERIFY-VT-HEADER.
           READ valid-trans-file
               AT END
                   move "NO VALIDATED MASTER HEADER - EMPTY FILE"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
           END-READ.
           if(VT-TRANS-CODE NOT = "H") then
               move "MISSING VALIDATED MASTER HEADER RECORD"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           move VT-TRANS-RECORD         to TC-CONTROL-RECORD.
           if(TC-FILE-DATE NOT = ws-run-date) then
               move "VALIDATED MASTER IS NOT FOR TODAY"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       1100-END.

       1520-COUNT-ONE-RECORD.
           READ valid-trans-file
               AT END MOVE "Y" to WS-VT-EOF-FLAG
               NOT AT END PERFORM 1530-CLASSIFY-VT-RECORD
           END-READ.
       1520-END.

       1530-CLASSIFY-VT-RECORD.
           if(VT-TRANS-CODE = "T") then
               move VT-TRANS-RECORD     to TC-CONTROL-RECORD
               move TC-RECORD-COUNT     to ws-vt-expect-count
               move TC-HASH-TOTAL       to ws-vt-expect-hash
               move "Y"                 to WS-VT-TRAILER-SEEN-SW
               move "Y"                 to WS-VT-EOF-FLAG
           else
               if(VT-TRANS-CODE = "H") then
                   move "UNEXPECTED EXTRA HEADER IN MASTER"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
               else
                   ADD 1                to ws-vt-read-count
                   ADD VT-TRANS-AMNT    to ws-vt-hash-total
                   PERFORM 1535-CHECK-STORE-INDEX
               end-if
           end-if.
       1530-END.

       1535-CHECK-STORE-INDEX.
           if(VT-STORE-IDX < 1 or VT-STORE-IDX > ST-STORE-COUNT) then
               move "STORE INDEX OFF MASTER - STALE MASTER?"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           SET ST-IDX                   to VT-STORE-IDX.
           if(VT-STORE-NUMBER NOT = ST-STORE-NUMBER(ST-IDX)) then
               move "STORE INDEX/NUMBER MISMATCH - STALE MASTER"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       1535-END.

       1540-VERIFY-FILE-TRAILER.
           if(NOT WS-VT-TRAILER-SEEN) then
               move "MISSING VALIDATED MASTER TRAILER"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           if(ws-vt-expect-count NOT = ws-vt-read-count) then
               move "VALIDATED MASTER RECORD COUNT MISMATCH"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
           if(ws-vt-expect-hash NOT = ws-vt-hash-total) then
               move "VALIDATED MASTER HASH TOTAL MISMATCH"
                                        to ws-abend-reason
               PERFORM 9000-ABEND-CONTROL-FAILURE
           end-if.
       1540-END.

      *    the header was consumed at initialize, so each pass here
      *    reads the next record -- the trailer ends the loop, the
      *    counts having been proven already.
       2000-RETAIN-TRANSACTIONS.
           READ valid-trans-file
               AT END MOVE "Y" to WS-VT-EOF-FLAG
               NOT AT END
                   if(VT-TRANS-CODE = "T") then
                       move "Y"         to WS-VT-EOF-FLAG
                   else
                       ADD 1            to ws-retain-seq
                       PERFORM 2010-RETAIN-VT-RECORD
                   end-if
           END-READ.
       2000-END.

      *    the line's position on the master completes the key --
      *    the day was cleared before the first line, so every key
      *    is new and a clash is a damaged file, not a rerun.
       2010-RETAIN-VT-RECORD.
           SET ST-IDX                   to VT-STORE-IDX.
           move ws-run-date             to SH-BUSINESS-DATE.
           move VT-STORE-NUMBER         to SH-STORE-NUMBER.
           SET SH-NIGHTLY               to true.
           move ws-retain-seq           to SH-SEQUENCE.
           move VT-TRANS-CODE           to SH-TRANS-CODE.
           move VT-TRANS-AMNT           to SH-TRANS-AMNT.
           move VT-PAYMENT-TYPE         to SH-PAYMENT-TYPE.
           move VT-INVOICE-NUMBER       to SH-INVOICE-NUMBER.
           move VT-SKU                  to SH-SKU.
           move ST-JURISDICTION-CODE(ST-IDX)
                                        to SH-JURISDICTION.
           move VT-TAX-AMOUNT           to SH-TAX-AMOUNT.
           move VT-QUANTITY             to SH-QUANTITY.
           move VT-UNIT-PRICE           to SH-UNIT-PRICE.
           move VT-SALE-DATE            to SH-SALE-DATE.
           WRITE SH-SALES-RECORD
               INVALID KEY
                   move "SALES HISTORY WRITE FAILURE"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
           END-WRITE.
           ADD 1                        to ws-appended-count.
       2010-END.

      *    an earlier run of the day may have kept a different
      *    master -- longer, shorter, or with a line at another
      *    store -- so every nightly line under the business date is
      *    deleted before tonight's are kept.  late lines filed
      *    under the same date belong to the late posting and are
      *    left alone.
       1900-CLEAR-RETAINED-DAY.
           move ws-run-date             to SH-BUSINESS-DATE.
           move 0                       to SH-STORE-NUMBER.
           move low-values              to SH-SOURCE.
           move 0                       to SH-SEQUENCE.
           MOVE "N"                     to WS-SH-EOF-FLAG.
           START sales-history-file
               KEY IS NOT LESS THAN SH-HISTORY-KEY
               INVALID KEY move "Y"     to WS-SH-EOF-FLAG
           END-START.
           PERFORM 1910-CLEAR-ONE-LINE
               UNTIL WS-SH-EOF-FLAG = "Y".
       1900-END.

       1910-CLEAR-ONE-LINE.
           READ sales-history-file NEXT RECORD
               AT END move "Y"          to WS-SH-EOF-FLAG
               NOT AT END
                   if(SH-BUSINESS-DATE NOT = ws-run-date) then
                       move "Y"         to WS-SH-EOF-FLAG
                   else
                       if(SH-NIGHTLY) then
                           PERFORM 1920-DELETE-RETAINED-LINE
                       end-if
                   end-if
           END-READ.
       1910-END.

       1920-DELETE-RETAINED-LINE.
           DELETE sales-history-file RECORD
               INVALID KEY
                   move "SALES HISTORY DELETE FAILURE"
                                        to ws-abend-reason
                   PERFORM 9000-ABEND-CONTROL-FAILURE
           END-DELETE.
           ADD 1                        to ws-cleared-count.
       1920-END.

      *    the master is proven before the history is opened, so a
      *    control failure leaves the day untouched -- the rerun of
      *    the corrected master retains it whole.  the keyed file is
      *    released first, since under the job-stream driver a
      *    GOBACK no longer ends the run unit.
       9000-ABEND-CONTROL-FAILURE.
           DISPLAY "PROGRAM29 FILE CONTROL FAILURE: "
               ws-abend-reason.
           DISPLAY "  DETAIL RECORDS READ: " ws-vt-read-count.
           DISPLAY "  HASH TOTAL READ:     " ws-vt-hash-total.
           if(WS-HIST-OPEN) then
               CLOSE sales-history-file
           end-if.
           MOVE 12                      to RETURN-CODE.
           GOBACK.
       9000-END.

       9999-CLOSE-OUT.
           CLOSE valid-trans-file sales-history-file.
       9999-END.

       END PROGRAM Program29.
