      **************************************************************    00001000
      * COMMLEDG.CPY                                                    00002000
      * SHARED RECORD LAYOUT FOR THE COMMLEDG COMMISSION LEDGER -       00003000
      * ONE RECORD PER SALES REP, KEYED BY SALES REP NUMBER WITHIN      00004000
      * BRANCH NUMBER. COMMPOST CARRIES IT FORWARD OLD-MASTER TO        00005000
      * NEW-MASTER EACH MONTH, ADDING THE PERIOD'S COMMISSIONABLE       00006000
      * CASH AND CLAWBACK, RECOMPUTING THE COMMISSION EARNED TO         00007000
      * DATE AT THE REP'S TIER RATES, AND RECORDING WHAT WAS PAID.      00008000
      * THE YEAR-TO-DATE FIGURES START OVER WITH THE FIRST PERIOD       00009000
      * OF A NEW YEAR; A CLAWBACK STILL UNRECOVERED AT YEAR END IS      00010000
      * CARRIED INTO THE NEW YEAR                                       00011000
      **************************************************************    00012000
       01  COMMISSION-LEDGER-RECORD.                                    00013000
           05  CL-LEDGER-KEY.                                           00014000
               10  CL-BRANCH-NUMBER    PIC 9(2).                        00015000
               10  CL-SALESREP-NUMBER  PIC 9(2).                        00016000
           05  CL-LEDGER-YEAR          PIC 9(4).                        00017000
      *    YYYYMM OF THE LAST PERIOD COMMPOST POSTED TO THIS RECORD     00018000
           05  CL-LAST-PERIOD          PIC 9(6).                        00019000
      *    CASH COLLECTED AND CASH CLAWED BACK, YEAR TO DATE            00020000
           05  CL-CASH-YTD             PIC S9(7)V9(2).                  00021000
           05  CL-CLAWBACK-YTD         PIC S9(7)V9(2).                  00022000
      *    COMMISSION EARNED AND PAID, YEAR TO DATE                     00023000
           05  CL-EARNED-YTD           PIC S9(7)V9(2).                  00024000
           05  CL-PAID-YTD             PIC S9(7)V9(2).                  00025000
      *    COMMISSION PAID FOR THE LAST PERIOD POSTED                   00026000
           05  CL-LAST-PAID            PIC S9(7)V9(2).                  00027000
      *    CLAWBACK LEFT UNRECOVERED AT THE END OF THE PRIOR YEAR       00028000
           05  CL-CARRIED-IN           PIC S9(7)V9(2).                  00029000
           05  FILLER                  PIC X(62).                       00030000
