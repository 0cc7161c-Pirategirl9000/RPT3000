      * NAME BEFORE POSTING AND REFUSE A BATCH NUMBER THEY HAVE         00007000
      * ALREADY POSTED, THE WAY YEARENDRL'S ROLLOVER-YEAR SCAN          00008000
      * REFUSES A SECOND ROLLOVER - SO A RERUN CANNOT FOLD THE          00009000
      * SAME INVOICES IN TWICE. CASHPOST REGISTERS EACH OF ITS RUNS     00009100
      * UNDER A RUN NUMBER OF ITS OWN. PB-POSTED-AMOUNT IS WHAT THE     00009200
      * RUN ACTUALLY POSTED (REJECTS LEFT OUT) - THE FIGURE GLBAL       00009300
      * TIES THAT RUN'S GENERAL LEDGER ENTRIES BACK TO                  00009400
      **************************************************************    00011000
       01  POSTED-BATCH-RECORD.                                         00012000
           05  PB-PROGRAM-NAME         PIC X(12).                       00013000
           05  PB-POST-TIME            PIC 9(6).                        00016000
           05  PB-RECORD-COUNT         PIC 9(9).                        00017000
           05  PB-AMOUNT-HASH          PIC S9(11)V99.                   00018000
           05  PB-POSTED-AMOUNT        PIC S9(11)V99.                   00019000
           05  FILLER                  PIC X(13).                       00020000
