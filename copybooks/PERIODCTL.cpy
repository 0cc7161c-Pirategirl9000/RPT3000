      **************************************************************    00001000
      * PERIODCTL.CPY                                                   00002000
      * SHARED LAYOUT FOR THE PERIODCTL ACCOUNTING PERIOD CONTROL       00003000
      * FILE - ONE RECORD HOLDING THE ACCOUNTING MONTH CURRENTLY        00004000
      * OPEN FOR POSTING. SALESPOST, HISTPOST AND CASHPOST REJECT       00005000
      * ANY TRANSACTION DATED OUTSIDE THE OPEN MONTH AS "CLOSED         00006000
      * PERIOD". ONLY PERIODCL ADVANCES IT - IT READS PERIODCTL AND     00007000
      * WRITES NEWPERD, WHICH THE JOB THEN SWAPS IN, AND ONLY ONCE      00008000
      * HISTCHK HAS RUN CLEAN FOR THE MONTH BEING CLOSED.               00009000
      * PC-CLOSED-PERIOD IS THE LAST MONTH CLOSED - YEARENDRL WILL      00009100
      * NOT ROLL A YEAR UNTIL ITS DECEMBER IS CLOSED. CASHAPPL DATES    00009200
      * ITS APPLIED RECEIPTS AND COMMPOST POSTS COMMISSION FOR THE      00009300
      * OPEN MONTH, AND FCSTRPT3000 TAKES ACTUALS THROUGH THE LAST      00009400
      * MONTH CLOSED. CUSTMRGE WILL NOT MERGE AWAY A CUSTOMER WITH      00009500
      * DOCUMENTS DATED IN THE OPEN MONTH                               00009600
      **************************************************************    00012000
       01  PERIOD-CONTROL-RECORD.                                       00013000
           05  PC-OPEN-PERIOD          PIC 9(6).                        00014000
           05  PC-OPEN-PARTS REDEFINES PC-OPEN-PERIOD.                  00015000
               10  PC-OPEN-YEAR        PIC 9(4).                        00016000
               10  PC-OPEN-MONTH       PIC 9(2).                        00017000
           05  PC-CLOSED-PERIOD        PIC 9(6).                        00018000
           05  PC-CLOSED-PARTS REDEFINES PC-CLOSED-PERIOD.              00019000
               10  PC-CLOSED-YEAR      PIC 9(4).                        00020000
               10  PC-CLOSED-MONTH     PIC 9(2).                        00021000
           05  PC-CLOSE-DATE           PIC 9(8).                        00022000
           05  PC-CLOSE-TIME           PIC 9(6).                        00023000
           05  FILLER                  PIC X(54).                       00024000
