      **************************************************************    00001000
      * INVREG.CPY                                                      00002000
      * SHARED RECORD LAYOUT FOR THE INVREG POSTED-DOCUMENT             00003000
      * REGISTER - AN INDEXED FILE HOLDING ONE RECORD PER INVOICE       00004000
      * AND PER CREDIT MEMO SALESPOST HAS POSTED, KEYED DOCUMENT        00005000
      * NUMBER WITHIN CUSTOMER WITHIN SALES REP WITHIN BRANCH (THE      00006000
      * SAME KEY AROPEN CARRIES). AN INVOICE RECORD CARRIES THE         00007000
      * RUNNING TOTAL OF THE CREDIT MEMOS POSTED AGAINST IT SO A        00008000
      * CREDIT CAN BE REFUSED WHEN THE INVOICE WAS NEVER POSTED OR      00009000
      * THE CREDITS WOULD EXCEED IT. A CREDIT MEMO RECORD NAMES         00010000
      * THE INVOICE IT CREDITED, SO HISTPOST ONLY FOLDS IN CREDIT       00011000
      * MEMOS SALESPOST ACTUALLY ACCEPTED                               00012000
      **************************************************************    00013000
       01  INVOICE-REGISTER-RECORD.                                     00014000
           05  IR-REGISTER-KEY.                                         00015000
               10  IR-BRANCH-NUMBER    PIC 9(2).                        00016000
               10  IR-SALESREP-NUMBER  PIC 9(2).                        00017000
               10  IR-CUSTOMER-NUMBER  PIC 9(5).                        00018000
               10  IR-DOCUMENT-NUMBER  PIC 9(6).                        00019000
           05  IR-DOCUMENT-TYPE        PIC X(1).                        00020000
               88  IR-INVOICE              VALUE "I".                   00021000
               88  IR-CREDIT-MEMO          VALUE "C".                   00022000
           05  IR-DOCUMENT-DATE        PIC 9(8).                        00023000
           05  IR-DOCUMENT-AMOUNT      PIC S9(5)V9(2).                  00024000
      *    INVOICES ONLY - CREDIT MEMOS POSTED AGAINST IT SO FAR        00025000
           05  IR-CREDITED-AMOUNT      PIC S9(5)V9(2).                  00026000
      *    CREDIT MEMOS ONLY - THE INVOICE NUMBER IT CREDITED           00027000
           05  IR-CREDITED-INVOICE     PIC 9(6).                        00028000
           05  IR-BATCH-NUMBER         PIC 9(6).                        00029000
           05  IR-POST-DATE            PIC 9(8).                        00030000
           05  FILLER                  PIC X(72).                       00031000
