      * One payment or adjustment transaction for custPaymentPost:
      * the account, a type - P payment, C credit, D debit - the
      * amount, the desk's reference number, which may post only
      * once, and the effective date as CCYYMMDD.  Payments and
      * credits reduce CUST-BALANCE; debits raise it.
       01 PaymentTransaction.
           05 PAY-CUST-ID      PIC 9(6).
           05 PAY-TYPE         PIC X(1).
           05 PAY-AMOUNT       PIC 9(7)V99.
           05 PAY-REFERENCE    PIC X(12).
           05 PAY-EFF-DATE     PIC 9(8).
