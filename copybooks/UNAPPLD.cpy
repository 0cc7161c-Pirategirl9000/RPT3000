      **************************************************************    00001000
      * UNAPPLD.CPY                                                     00002000
      * SHARED RECORD LAYOUT FOR THE UNAPPLD UNAPPLIED CASH FILE -      00003000
      * ONE RECORD PER CUSTOMER CREDIT CASHPOST COULD NOT APPLY,        00004000
      * KEYED THE SAME WAY AS AROPEN (INVOICE NUMBER WITHIN             00005000
      * CUSTOMER WITHIN SALES REP WITHIN BRANCH). CASHPOST ADDS         00006000
      * THE EXCESS OF AN OVERPAID INVOICE UNDER THAT INVOICE'S          00007000
      * KEY AND A RECEIPT WITH NO MATCHING OPEN INVOICE UNDER THE       00008000
      * KEY IT WAS KEYED WITH. CASHAPPL APPLIES OR REFUNDS THE          00009000
      * CREDITS THE CREDIT DESK WORKS, AND AGERPT3000 AND               00010000
      * STMTRPT3000 SHOW WHAT IS LEFT AS AN OFFSET TO THE OPEN          00011000
      * BALANCE. THE FILE IS CARRIED FORWARD OLD-MASTER TO              00012000
      * NEW-MASTER IN KEY ORDER, THE SAME AS AROPEN                     00013000
      **************************************************************    00014000
       01  UNAPPLIED-CASH-RECORD.                                       00015000
           05  UA-UNAPPLIED-KEY.                                        00016000
               10  UA-BRANCH-NUMBER    PIC 9(2).                        00017000
               10  UA-SALESREP-NUMBER  PIC 9(2).                        00018000
               10  UA-CUSTOMER-NUMBER  PIC 9(5).                        00019000
               10  UA-INVOICE-NUMBER   PIC 9(6).                        00020000
      *    DATE OF THE LATEST RECEIPT THAT ADDED TO THE CREDIT          00021000
           05  UA-RECEIPT-DATE         PIC 9(8).                        00022000
           05  UA-UNAPPLIED-AMOUNT     PIC S9(5)V9(2).                  00023000
           05  UA-REASON               PIC X(20).                       00024000
               88  UA-OVERPAYMENT          VALUE "CLEARED - OVERPAID".  00025000
               88  UA-NO-MATCHING-INVOICE  VALUE "NO MATCHING INVOICE". 00026000
           05  UA-POST-DATE            PIC 9(8).                        00027000
           05  FILLER                  PIC X(72).                       00028000
