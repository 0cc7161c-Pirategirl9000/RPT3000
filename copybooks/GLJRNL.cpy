      **************************************************************    00001000
      * GLJRNL.CPY                                                      00002000
      * SHARED LAYOUT FOR THE GENERAL LEDGER INTERFACE ENTRIES -        00003000
      * ONE RECORD PER ACCOUNT PER BRANCH PER POSTING RUN, CARRYING     00004000
      * EITHER A DEBIT OR A CREDIT AMOUNT. SALESPOST JOURNALS           00005000
      * INVOICES (RECEIVABLES TO REVENUE) AND CREDIT MEMOS (THE         00006000
      * REVERSE) TO GLSALES, AND CASHPOST JOURNALS RECEIPTS (CASH       00007000
      * TO RECEIVABLES) AND WRITE-OFFS TO GLCASH. EVERY ENTRY NAMES     00008000
      * THE PROGRAM AND BATCH THAT BUILT IT SO GLBAL CAN TIE IT TO      00009000
      * THE POSTREG REGISTER BEFORE RELEASING THE COMBINED GLJRNL       00010000
      * FILE TO ACCOUNTING                                              00011000
      **************************************************************    00012000
       01  GL-JOURNAL-RECORD.                                           00013000
           05  GJ-PROGRAM-NAME         PIC X(12).                       00014000
           05  GJ-BATCH-NUMBER         PIC 9(6).                        00015000
           05  GJ-BRANCH-NUMBER        PIC 9(2).                        00016000
           05  GJ-ACCOUNTING-DATE      PIC 9(8).                        00017000
           05  GJ-ACCOUNT-CODE         PIC X(10).                       00018000
           05  GJ-DEBIT-AMOUNT         PIC S9(11)V99.                   00019000
           05  GJ-CREDIT-AMOUNT        PIC S9(11)V99.                   00020000
           05  GJ-ENTRY-DESCRIPTION    PIC X(16).                       00021000
