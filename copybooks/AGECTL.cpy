      **************************************************************    00001000
      * AGECTL.CPY                                                      00002000
      * SHARED LAYOUT FOR THE AGECTL AGING CONTROL RECORD - THE         00003000
      * ONE RECORD AGERPT3000 WRITES WHEN IT FINISHES, CARRYING         00004000
      * THE AS-OF DATE IT AGED AGAINST, THE NUMBER OF OPEN ITEMS        00005000
      * IT READ, AND ITS GRAND TOTALS BY AGING BUCKET. STMTRPT3000      00006000
      * AGES THE STATEMENTS AGAINST THE SAME DATE AND PROVES ITS        00007000
      * OWN TOTALS AGAINST THESE FIGURES, SO THE STATEMENTS THAT        00008000
      * GO OUT ALWAYS TIE TO THE AGING REPORT THE CREDIT DESK HAS.      00008100
      * IT ALSO CARRIES THE COUNT AND TOTAL OF THE UNAPPLIED CASH       00008200
      * CREDITS THE REPORT OFFSET AGAINST THE OPEN BALANCES             00008300
      **************************************************************    00010000
       01  AGING-CONTROL-RECORD.                                        00011000
           05  AC-AS-OF-DATE           PIC 9(8).                        00012000
           05  AC-RUN-TIME             PIC 9(6).                        00013000
           05  AC-ITEM-COUNT           PIC 9(9).                        00014000
           05  AC-BUCKET-CURRENT       PIC S9(7)V99.                    00015000
           05  AC-BUCKET-OVER-30       PIC S9(7)V99.                    00016000
           05  AC-BUCKET-OVER-60       PIC S9(7)V99.                    00017000
           05  AC-BUCKET-OVER-90       PIC S9(7)V99.                    00018000
           05  AC-TOTAL-OPEN           PIC S9(7)V99.                    00019000
           05  AC-UNAPPLIED-COUNT      PIC 9(9).                        00020000
           05  AC-UNAPPLIED-TOTAL      PIC S9(7)V99.                    00021000
           05  FILLER                  PIC X(44).                       00022000
