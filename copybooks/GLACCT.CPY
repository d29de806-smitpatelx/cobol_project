      *  account credited.  Maintained by the GL team, so a chart  *
      *  change is a data change -- the posting program abends on  *
      *  any combination the master does not cover rather than     *
      *  posting it somewhere wrong.  A chargeback (trans code C)  *
      *  credits the tender account the acquirer took the money    *
      *  back from and debits the chargeback receivable account,   *
      *  carried in the sales-account position.                    *
      *-----------------------------------------------------------*
       01 GLM-ACCOUNT-RECORD.
           05 GLM-TRANS-CODE           PIC X(01).
           05 GLM-JURISDICTION         PIC X(04).
           05 GLM-TENDER-ACCT          PIC 9(08).
           05 GLM-SALES-ACCT           PIC 9(08).
           05 GLM-RECEIVABLE-ACCT REDEFINES GLM-SALES-ACCT
                                       PIC 9(08).
           05 GLM-TAX-ACCT             PIC 9(08).
