      **************************************************************    00001000
      * GLACCT.CPY                                                      00002000
      * SHARED LAYOUT FOR THE GLACCT GENERAL LEDGER ACCOUNT CONTROL     00003000
      * FILE - ONE RECORD PER BRANCH NAMING THE LEDGER ACCOUNTS         00004000
      * THAT BRANCH'S POSTINGS ARE JOURNALED TO. ACCOUNTING KEEPS       00005000
      * IT, SO A NEW BRANCH OR A RE-NUMBERED ACCOUNT IS A CONTROL       00006000
      * FILE CHANGE AND NOT A PROGRAM CHANGE. SALESPOST AND             00007000
      * CASHPOST LOAD IT TO BUILD THEIR GLJRNL ENTRIES, AND GLBAL       00008000
      * PROVES EVERY ENTRY IT RELEASES WAS BUILT FROM IT                00009000
      **************************************************************    00010000
       01  GL-ACCOUNT-RECORD.                                           00011000
           05  GA-BRANCH-NUMBER        PIC 9(2).                        00012000
           05  GA-RECEIVABLE-ACCOUNT   PIC X(10).                       00013000
           05  GA-REVENUE-ACCOUNT      PIC X(10).                       00014000
           05  GA-CASH-ACCOUNT         PIC X(10).                       00015000
           05  GA-WRITE-OFF-ACCOUNT    PIC X(10).                       00016000
           05  FILLER                  PIC X(38).                       00017000
