      * NUMBER WITHIN CUSTOMER WITHIN SALES REP WITHIN BRANCH.          00006000
      * SALESPOST EMITS NEW ITEMS AS IT POSTS, CASHPOST MATCHES         00007000
      * PAYMENTS AGAINST THE FILE AND DROPS CLEARED ITEMS, AND          00008000
      * AGERPT3000 AGES THE OPEN BALANCES AT 30/60/90+ DAYS.            00008100
      * THE SAME LAYOUT CARRIES THE ARITEMS FEED, WHERE A CREDIT        00008200
      * MEMO TRAVELS KEYED TO THE INVOICE IT CREDITS SO CASHPOST        00008300
      * CAN TAKE IT OFF THAT INVOICE'S OPEN BALANCE                     00008400
      **************************************************************    00010000
       01  OPEN-ITEM-RECORD.                                            00011000
           05  AR-OPEN-ITEM-KEY.                                        00012000
           05  AR-INVOICE-DATE         PIC 9(8).                        00017000
           05  AR-INVOICE-AMOUNT       PIC S9(5)V9(2).                  00018000
           05  AR-OPEN-BALANCE         PIC S9(5)V9(2).                  00019000
      *    ITEM TYPE AND CREDIT MEMO NUMBER ARE ONLY SET ON THE         00020000
      *    ARITEMS FEED - EVERY ITEM ON AROPEN ITSELF IS AN INVOICE     00021000
           05  AR-ITEM-TYPE            PIC X(1).                        00022000
               88  AR-INVOICE-ITEM         VALUE "I" " ".               00023000
               88  AR-CREDIT-MEMO-ITEM     VALUE "C".                   00024000
           05  AR-CREDIT-MEMO-NUMBER   PIC 9(6).                        00025000
           05  FILLER                  PIC X(86).                       00026000
