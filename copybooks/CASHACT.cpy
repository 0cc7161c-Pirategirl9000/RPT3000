      **************************************************************    00001000
      * CASHACT.CPY                                                     00002000
      * SHARED LAYOUT FOR THE CASHACT CASH ACTIVITY FILE - ONE          00003000
      * RECORD FOR EVERY PAYMENT, CREDIT MEMO, OR WRITE-OFF             00003100
      * CASHPOST APPLIES                                                00003200
      * AGAINST AN OPEN ITEM, KEYED THE SAME WAY AS AROPEN.             00005000
      * EACH CASHPOST RUN WRITES ITS ACTIVITY TO NEWCACT, WHICH THE     00005100
      * AR POSTING JOB APPENDS TO THE FILE ONLY WHEN THE RUN ENDS       00005200
      * WITH RETURN CODE 0. THE MONTH-END CLOSE STARTS A FRESH          00005300
      * ONE, SO IT HOLDS THE                                            00005400
      * CURRENT PERIOD'S ACTIVITY - INCLUDING PAYMENTS THAT             00008000
      * CLEARED THEIR INVOICE AND SO ARE NO LONGER ON AROPEN.           00009000
      * STMTRPT3000 LISTS IT ON THE CUSTOMER STATEMENTS AND             00009100
      * COMMPOST PAYS AND CLAWS BACK COMMISSION FROM IT                 00009200
      **************************************************************    00011000
       01  CASH-ACTIVITY-RECORD.                                        00012000
           05  CA-ACTIVITY-KEY.                                         00013000
               10  CA-BRANCH-NUMBER    PIC 9(2).                        00014000
               10  CA-SALESREP-NUMBER  PIC 9(2).                        00015000
               10  CA-CUSTOMER-NUMBER  PIC 9(5).                        00016000
               10  CA-INVOICE-NUMBER   PIC 9(6).                        00017000
           05  CA-ACTIVITY-TYPE        PIC X(1).                        00018000
               88  CA-PAYMENT-APPLIED      VALUE "P".                   00019000
               88  CA-CREDIT-APPLIED       VALUE "C".                   00020000
               88  CA-WRITE-OFF-APPLIED    VALUE "W".                   00020100
           05  CA-ACTIVITY-DATE        PIC 9(8).                        00021000
           05  CA-ACTIVITY-AMOUNT      PIC S9(5)V9(2).                  00022000
           05  CA-OPEN-BALANCE         PIC S9(5)V9(2).                  00023000
           05  CA-POST-DATE            PIC 9(8).                        00024000
      *    CREDITS ONLY - THE CREDIT MEMO NUMBER APPLIED                00025000
           05  CA-REFERENCE-NUMBER     PIC 9(6).                        00026000
      *    THE INVOICE'S ORIGINAL AMOUNT, FOR THE COMMISSION RUN        00027000
           05  CA-INVOICE-AMOUNT       PIC S9(5)V9(2).                  00028000
           05  FILLER                  PIC X(71).                       00029000
