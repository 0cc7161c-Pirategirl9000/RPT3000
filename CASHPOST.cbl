      *   CASHTRAN ahead of this step. A receipt that regresses         00023000
      *   that order abends the run rather than letting a               00024000
      *   mis-sorted file reject good payments. A receipt with no       00025000
      *   matching open invoice is held on the UNAPPLD unapplied        00025100
      *   cash file for the credit desk to apply or refund.             00025200
      *                                                                 00027100
      *   A CASHTRAN record of type W is a write-off rather than a      00027110
      *   payment - it takes the amount off the invoice's open          00027120
      *   balance the same way, but must match an open invoice and      00027130
      *   may not exceed what is still open on it.                      00027140
      *                                                                 00027150
      *   2026.09.14  VF  Append every payment applied to the new       00027200
      *                   CASHACT cash activity file, so the month's    00027300
      *                   customer statements can list the payments     00027400
      *                   received - including the ones that cleared    00027500
      *                   their invoice off AROPEN.                     00027600
      *   2026.09.21  VF  Apply credit memos from the ARITEMS feed.     00027610
      *                   A credit comes off the credited invoice's     00027620
      *                   open balance instead of opening an item,      00027630
      *                   and is appended to CASHACT as a credit so     00027640
      *                   the statements show it.                       00027650
      *   2026.09.28  VF  Stop losing unapplied cash. The excess of an  00027660
      *                   overpaid invoice and a receipt with no        00027670
      *                   matching open invoice are both held on the    00027680
      *                   new UNAPPLD unapplied cash file, carried      00027690
      *                   forward old-master to new-master to           00027700
      *                   NEWUNAPL, instead of only being listed.       00027710
      *   2026.10.05  VF  Accept write-offs on CASHTRAN (receipt type   00027720
      *                   W) and append them to CASHACT as type W,      00027730
      *                   and carry the invoice amount on every         00027740
      *                   CASHACT record, so the monthly commission     00027750
      *                   run can pay on cash and claw back on          00027760
      *                   credits and write-offs.                       00027770
      *   2026.10.10  VF  Journal each run's receipts (cash debited,    00027780
      *                   receivables credited) and write-offs (the     00027790
      *                   write-off account debited) to the new GLCASH  00027800
      *                   general ledger interface by branch, using the 00027810
      *                   accounts on the GLACCT control file. A        00027820
      *                   receipt for a branch with no GLACCT record is 00027830
      *                   rejected. Each run is registered on POSTREG   00027840
      *                   under the next CASHPOST run number with the   00027850
      *                   CASHTRAN count and hash and the amount        00027860
      *                   posted, so GLBAL can tie the entries to it.   00027870
      *   2026.10.11  VF  Reject any receipt or write-off dated outside 00027880
      *                   the accounting month open on the new          00027890
      *                   PERIODCTL period control file as CLOSED       00027900
      *                   PERIOD, and reject an unreadable receipt date.00027910
      *   2026.10.13  VF  Write the run's cash activity to NEWCACT      00027911
      *                   instead of extending CASHACT in place. The    00027912
      *                   AR posting job appends NEWCACT to CASHACT     00027913
      *                   only when the run ends with return code 0,    00027914
      *                   the way NEWAROPN replaces AROPEN, so a run    00027915
      *                   that abends leaves CASHACT as it was.         00027916
      *   2026.10.13  VF  Accept receipt type A - unapplied cash that   00027917
      *                   CASHAPPL has applied to an invoice. It comes  00027918
      *                   off the open balance and goes to CASHACT as   00027919
      *                   a payment, but is not journaled again or      00027920
      *                   counted in the amount posted - the cash was   00027921
      *                   journaled when it was first received.         00027922
      *   2026.10.13  VF  Date the GLCASH entries inside the open       00027923
      *                   PERIODCTL month - the run date when it falls  00027924
      *                   in that month, otherwise its last day.        00027925
       ENVIRONMENT DIVISION.                                            00028000
                                                                        00029000
       INPUT-OUTPUT SECTION.                                            00030000
           SELECT CASHTRAN   ASSIGN TO CASHTRAN.                        00035000
           SELECT ONEWAROP   ASSIGN TO NEWAROPN.                        00036000
           SELECT OCASHPOST  ASSIGN TO CASHPOST.                        00037000
           SELECT OCASHACT   ASSIGN TO NEWCACT.                         00037100
           SELECT UNAPPLD    ASSIGN TO UNAPPLD.                         00037200
           SELECT ONEWUNAP   ASSIGN TO NEWUNAPL.                        00037300
           SELECT GLACCT     ASSIGN TO GLACCT.                          00037400
           SELECT OGLJRNL    ASSIGN TO GLCASH.                          00037500
           SELECT POSTREG    ASSIGN TO POSTREG.                         00037600
           SELECT PERIODCTL  ASSIGN TO PERIODCTL.                       00037700
                                                                        00038000
       DATA DIVISION.                                                   00039000
                                                                        00040000
           COPY AROPEN.                                                 00051000
                                                                        00052000
      **************************************************************    00053000
      * INPUT FILE - NEWLY POSTED INVOICES AND CREDIT MEMOS FROM   *    00053100
      * SALESPOST, SORTED INTO OPEN-ITEM KEY ORDER BY THE AR       *    00053200
      * POSTING JOB                                                *    00053300
      **************************************************************    00056000
       FD  ARITEMS                                                      00057000
           RECORDING MODE IS F                                          00058000
               ==AR-INVOICE-NUMBER==      BY ==FI-INVOICE-NUMBER==      00068000
               ==AR-INVOICE-DATE==        BY ==FI-INVOICE-DATE==        00069000
               ==AR-INVOICE-AMOUNT==      BY ==FI-INVOICE-AMOUNT==      00070000
               ==AR-OPEN-BALANCE==        BY ==FI-OPEN-BALANCE==        00070100
               ==AR-ITEM-TYPE==           BY ==FI-ITEM-TYPE==           00070200
               ==AR-INVOICE-ITEM==        BY ==FI-INVOICE-ITEM==        00070300
               ==AR-CREDIT-MEMO-ITEM==    BY ==FI-CREDIT-MEMO-ITEM==    00070400
               ==AR-CREDIT-MEMO-NUMBER==  BY ==FI-CREDIT-MEMO-NUMBER==. 00070500
                                                                        00072000
      **************************************************************    00073000
      * INPUT FILE - CASH RECEIPTS KEYED TO THE INVOICE BEING PAID *    00074000
      * OR WRITTEN OFF                                             *    00074100
      **************************************************************    00075000
       FD  CASHTRAN                                                     00076000
           RECORDING MODE IS F                                          00077000
           05  CR-INVOICE-NUMBER       PIC 9(6).                        00085000
           05  CR-RECEIPT-DATE         PIC 9(8).                        00086000
           05  CR-RECEIPT-AMOUNT       PIC S9(5)V9(2).                  00087000
           05  CR-RECEIPT-TYPE         PIC X(1).                        00087100
               88  CR-PAYMENT              VALUE "P" SPACE.             00087200
               88  CR-WRITE-OFF            VALUE "W".                   00087210
               88  CR-APPLIED-CREDIT       VALUE "A".                   00087220
           05  FILLER                  PIC X(99).                       00087400
                                                                        00089000
      **************************************************************    00090000
      * OUTPUT FILE - UPDATED OPEN-ITEM ACCOUNTS RECEIVABLE        *    00091000
               ==AR-INVOICE-NUMBER==      BY ==NA-INVOICE-NUMBER==      00104000
               ==AR-INVOICE-DATE==        BY ==NA-INVOICE-DATE==        00105000
               ==AR-INVOICE-AMOUNT==      BY ==NA-INVOICE-AMOUNT==      00106000
               ==AR-OPEN-BALANCE==        BY ==NA-OPEN-BALANCE==        00106100
               ==AR-ITEM-TYPE==           BY ==NA-ITEM-TYPE==           00106200
               ==AR-INVOICE-ITEM==        BY ==NA-INVOICE-ITEM==        00106300
               ==AR-CREDIT-MEMO-ITEM==    BY ==NA-CREDIT-MEMO-ITEM==    00106400
               ==AR-CREDIT-MEMO-NUMBER==  BY ==NA-CREDIT-MEMO-NUMBER==. 00106500
                                                                        00108000
      **************************************************************    00108010
      * OUTPUT FILE - THIS RUN'S CASH ACTIVITY, EVERY PAYMENT,     *    00108011
      * CREDIT, AND WRITE-OFF APPLIED. THE AR POSTING JOB APPENDS  *    00108012
      * IT TO THE PERIOD'S CASHACT ONLY WHEN THE RUN ENDS CLEAN    *    00108013
      **************************************************************    00108040
       FD  OCASHACT                                                     00108050
           RECORDING MODE IS F                                          00108060
           LABEL RECORDS ARE STANDARD                                   00108070
           RECORD CONTAINS 130 CHARACTERS                               00108080
           BLOCK CONTAINS 130 CHARACTERS.                               00108090
           COPY CASHACT.                                                00108100
                                                                        00108110
      **************************************************************    00109000
      * INPUT FILE - CURRENT UNAPPLIED CASH                        *    00109010
      **************************************************************    00109020
       FD  UNAPPLD                                                      00109030
           RECORDING MODE IS F                                          00109040
           LABEL RECORDS ARE STANDARD                                   00109050
           RECORD CONTAINS 130 CHARACTERS                               00109060
           BLOCK CONTAINS 130 CHARACTERS.                               00109070
           COPY UNAPPLD.                                                00109080
                                                                        00109090
      **************************************************************    00109100
      * OUTPUT FILE - UPDATED UNAPPLIED CASH, CARRYING FORWARD THE *    00109110
      * OLD CREDITS AND ADDING THIS RUN'S OVERPAYMENTS AND         *    00109120
      * UNMATCHED RECEIPTS                                         *    00109130
      **************************************************************    00109140
       FD  ONEWUNAP                                                     00109150
           RECORDING MODE IS F                                          00109160
           LABEL RECORDS ARE STANDARD                                   00109170
           RECORD CONTAINS 130 CHARACTERS                               00109180
           BLOCK CONTAINS 130 CHARACTERS.                               00109190
           COPY UNAPPLD REPLACING                                       00109200
               ==UNAPPLIED-CASH-RECORD==  BY ==NEW-UNAPPLIED-RECORD==   00109210
               ==UA-UNAPPLIED-KEY==       BY ==NU-UNAPPLIED-KEY==       00109220
               ==UA-BRANCH-NUMBER==       BY ==NU-BRANCH-NUMBER==       00109230
               ==UA-SALESREP-NUMBER==     BY ==NU-SALESREP-NUMBER==     00109240
               ==UA-CUSTOMER-NUMBER==     BY ==NU-CUSTOMER-NUMBER==     00109250
               ==UA-INVOICE-NUMBER==      BY ==NU-INVOICE-NUMBER==      00109260
               ==UA-RECEIPT-DATE==        BY ==NU-RECEIPT-DATE==        00109270
               ==UA-UNAPPLIED-AMOUNT==    BY ==NU-UNAPPLIED-AMOUNT==    00109280
               ==UA-REASON==              BY ==NU-REASON==              00109290
               ==UA-OVERPAYMENT==         BY ==NU-OVERPAYMENT==         00109300
               ==UA-NO-MATCHING-INVOICE== BY ==NU-NO-MATCHING-INVOICE== 00109310
               ==UA-POST-DATE==           BY ==NU-POST-DATE==.          00109320
                                                                        00109330
      **************************************************************    00109340
      * INPUT FILE - GENERAL LEDGER ACCOUNTS BY BRANCH, LOADED     *    00109350
      * INTO MEMORY BEFORE ANY RECEIPT IS APPLIED                  *    00109360
      **************************************************************    00109370
       FD  GLACCT                                                       00109380
           RECORDING MODE IS F                                          00109390
           LABEL RECORDS ARE STANDARD                                   00109400
           RECORD CONTAINS 80 CHARACTERS                                00109410
           BLOCK CONTAINS 80 CHARACTERS.                                00109420
           COPY GLACCT.                                                 00109430
                                                                        00109440
      **************************************************************    00109450
      * OUTPUT FILE - GENERAL LEDGER INTERFACE ENTRIES FOR THE     *    00109460
      * RECEIPTS AND WRITE-OFFS POSTED THIS RUN, BY BRANCH         *    00109470
      **************************************************************    00109480
       FD  OGLJRNL                                                      00109490
           RECORDING MODE IS F                                          00109500
           LABEL RECORDS ARE STANDARD                                   00109510
           RECORD CONTAINS 80 CHARACTERS                                00109520
           BLOCK CONTAINS 80 CHARACTERS.                                00109530
           COPY GLJRNL.                                                 00109540
                                                                        00109550
      **************************************************************    00109560
      * POSTED-BATCH REGISTER - SCANNED FOR THE LAST CASHPOST RUN  *    00109570
      * NUMBER BEFORE POSTING, AND APPENDED TO WHEN THIS RUN       *    00109580
      * FINISHES CLEAN                                             *    00109590
      **************************************************************    00109600
       FD  POSTREG                                                      00109610
           RECORDING MODE IS F                                          00109620
           LABEL RECORDS ARE STANDARD                                   00109630
           RECORD CONTAINS 80 CHARACTERS                                00109640
           BLOCK CONTAINS 80 CHARACTERS.                                00109650
           COPY POSTREG.                                                00109660
                                                                        00109670
      **************************************************************    00109680
      * INPUT FILE - THE ACCOUNTING MONTH OPEN FOR POSTING         *    00109690
      **************************************************************    00109700
       FD  PERIODCTL                                                    00109710
           RECORDING MODE IS F                                          00109720
           LABEL RECORDS ARE STANDARD                                   00109730
           RECORD CONTAINS 80 CHARACTERS                                00109740
           BLOCK CONTAINS 80 CHARACTERS.                                00109750
           COPY PERIODCTL.                                              00109760
                                                                        00109770
      **************************************************************    00109780
      * OUTPUT FILE - CASH APPLICATION AUDIT LISTING               *    00110000
      **************************************************************    00111000
       FD  OCASHPOST                                                    00112000
                                                                        00127000
      **************************************************************    00128000
      * SWITCHES FOR END OF FILE, RECEIPT VALIDATION, AND THE      *    00129000
      * HELD OPEN ITEM AND HELD UNAPPLIED CREDIT BEING BUILT       *    00130000
      **************************************************************    00131000
       01  SWITCHES.                                                    00132000
           05  AROPEN-EOF-SWITCH       PIC X  VALUE "N".                00133000
           05  FEED-EOF-SWITCH         PIC X  VALUE "N".                00134000
           05  CASH-EOF-SWITCH         PIC X  VALUE "N".                00135000
           05  HELD-ACTIVE-SWITCH      PIC X  VALUE "N".                00136000
           05  UNAPPLIED-EOF-SWITCH    PIC X  VALUE "N".                00136100
           05  HELD-UNAPPLIED-SWITCH   PIC X  VALUE "N".                00136200
           05  RECEIPT-VALID-SWITCH    PIC X  VALUE "Y".                00137000
               88  RECEIPT-IS-VALID        VALUE "Y".                   00138000
               88  RECEIPT-IS-INVALID      VALUE "N".                   00139000
           05  GLACCT-EOF-SWITCH       PIC X  VALUE "N".                00139100
           05  POSTREG-EOF-SWITCH      PIC X  VALUE "N".                00139200
           05  GL-ACCOUNTS-FOUND-SW    PIC X  VALUE "N".                00139300
           05  GL-BRANCH-ACTIVE-SW     PIC X  VALUE "N".                00139400
                                                                        00140000
      **************************************************************    00141000
      * HOLDS THE PRIOR RECEIPT KEY SO A CASHTRAN FILE THAT IS NOT *    00142000
           05  CK-INVOICE-NUMBER       PIC 9(6).                        00173000
                                                                        00174000
      **************************************************************    00175000
      * KEY AREAS FOR CARRYING THE UNAPPLIED CASH FORWARD - THE    *    00175010
      * NEXT OLD CREDIT (HIGH-VALUES AT END OF FILE) AND THE ONE   *    00175020
      * BEFORE IT, SO A MIS-SORTED UNAPPLD IS CAUGHT               *    00175030
      **************************************************************    00175040
       01  UNAPPLIED-KEY-AREA.                                          00175050
           05  UK-BRANCH-NUMBER        PIC 9(2).                        00175060
           05  UK-SALESREP-NUMBER      PIC 9(2).                        00175070
           05  UK-CUSTOMER-NUMBER      PIC 9(5).                        00175080
           05  UK-INVOICE-NUMBER       PIC 9(6).                        00175090
                                                                        00175100
       01  OLD-UNAPPLIED-KEY-AREA.                                      00175110
           05  OU-BRANCH-NUMBER        PIC 9(2)   VALUE ZERO.           00175120
           05  OU-SALESREP-NUMBER      PIC 9(2)   VALUE ZERO.           00175130
           05  OU-CUSTOMER-NUMBER      PIC 9(5)   VALUE ZERO.           00175140
           05  OU-INVOICE-NUMBER       PIC 9(6)   VALUE ZERO.           00175150
                                                                        00175160
      **************************************************************    00175170
      * THE OPEN ITEM CURRENTLY BEING BUILT - STARTED FROM         *    00176000
      * WHICHEVER SIDE HOLDS THE LOWEST KEY, ABSORBING EVERY FEED  *    00177000
      * INVOICE AND PAYMENT KEYED TO IT BEFORE IT IS WRITTEN OR    *    00178000
           05  HELD-INVOICE-DATE       PIC 9(8).                        00187000
           05  HELD-INVOICE-AMOUNT     PIC S9(5)V99.                    00188000
           05  HELD-OPEN-BALANCE       PIC S9(5)V99.                    00189000
           05  HELD-RECEIPT-DATE       PIC 9(8).                        00189010
                                                                        00189020
      **************************************************************    00189030
      * ONE CREDIT ABOUT TO BE HELD AS UNAPPLIED CASH, AND THE     *    00189040
      * UNAPPLIED RECORD CURRENTLY BEING BUILT. CREDITS ARISE IN   *    00189050
      * KEY ORDER AS THE MERGE RUNS, SO ONE HELD RECORD ABSORBS    *    00189060
      * THE OLD CREDIT AND EVERY NEW CREDIT FOR THE SAME KEY       *    00189070
      * BEFORE IT IS WRITTEN                                       *    00189080
      **************************************************************    00189090
       01  UNAPPLIED-ENTRY-AREA.                                        00189100
           05  UE-KEY-AREA.                                             00189110
               10  UE-BRANCH-NUMBER    PIC 9(2).                        00189120
               10  UE-SALESREP-NUMBER  PIC 9(2).                        00189130
               10  UE-CUSTOMER-NUMBER  PIC 9(5).                        00189140
               10  UE-INVOICE-NUMBER   PIC 9(6).                        00189150
           05  UE-RECEIPT-DATE         PIC 9(8).                        00189160
           05  UE-UNAPPLIED-AMOUNT     PIC S9(5)V99.                    00189170
           05  UE-REASON               PIC X(20).                       00189180
                                                                        00189190
       01  HELD-UNAPPLIED-AREA.                                         00189200
           05  HU-KEY-AREA.                                             00189210
               10  HU-BRANCH-NUMBER    PIC 9(2).                        00189220
               10  HU-SALESREP-NUMBER  PIC 9(2).                        00189230
               10  HU-CUSTOMER-NUMBER  PIC 9(5).                        00189240
               10  HU-INVOICE-NUMBER   PIC 9(6).                        00189250
           05  HU-RECEIPT-DATE         PIC 9(8).                        00189260
           05  HU-UNAPPLIED-AMOUNT     PIC S9(5)V99.                    00189270
           05  HU-REASON               PIC X(20).                       00189280
                                                                        00190000
      **************************************************************    00191000
      * STORES INFORMATION RELEVANT TO THE PAGE                    *    00192000
           05  ITEMS-IN-COUNT    PIC 9(9)  VALUE ZERO.                  00203000
           05  ITEMS-OUT-COUNT   PIC 9(9)  VALUE ZERO.                  00204000
           05  NEW-ITEM-COUNT    PIC S9(5) VALUE ZERO.                  00205000
           05  PAYMENT-COUNT     PIC S9(5) VALUE ZERO.                  00205100
           05  CREDIT-COUNT      PIC S9(5) VALUE ZERO.                  00205200
           05  CLEARED-COUNT     PIC S9(5) VALUE ZERO.                  00207000
           05  REJECT-COUNT      PIC S9(5) VALUE ZERO.                  00208000
           05  WRITE-OFF-COUNT   PIC S9(5) VALUE ZERO.                  00208010
           05  UNAPPLIED-IN-COUNT    PIC 9(9)  VALUE ZERO.              00208100
           05  UNAPPLIED-OUT-COUNT   PIC 9(9)  VALUE ZERO.              00208200
           05  UNAPPLIED-HELD-COUNT  PIC S9(5) VALUE ZERO.              00208300
           05  UNAPPLIED-HELD-AMOUNT PIC S9(7)V99 VALUE ZERO.           00208400
                                                                        00209000
      **************************************************************    00209010
      * RUN CONTROL FIELDS - THIS RUN'S NUMBER ON THE POSTED-BATCH *    00209020
      * REGISTER (ONE PAST THE LAST CASHPOST RUN REGISTERED) AND   *    00209030
      * THE COUNT AND AMOUNT HASH OF THE CASHTRAN RECORDS READ.    *    00209040
      * ONLY NUMERIC AMOUNTS ROLL INTO THE HASH - A NON-NUMERIC    *    00209050
      * AMOUNT IS ALREADY ITS OWN REJECT                           *    00209060
      **************************************************************    00209070
       01  RUN-CONTROL-FIELDS.                                          00209080
           05  RUN-NUMBER              PIC 9(6)       VALUE ZERO.       00209090
           05  CASH-IN-COUNT           PIC 9(9)       VALUE ZERO.       00209100
           05  CASH-AMOUNT-HASH        PIC S9(11)V99  VALUE ZERO.       00209110
                                                                        00209120
      **************************************************************    00209130
      * HOLDS THE GLACCT LEDGER ACCOUNTS IN MEMORY SINCE THE FILE  *    00209140
      * IS SMALL - LOOKED UP BY BRANCH NUMBER AS EACH RECEIPT IS   *    00209150
      * VALIDATED AND AS EACH BRANCH'S ENTRIES ARE JOURNALED       *    00209160
      **************************************************************    00209170
       01  GL-ACCOUNT-TABLE.                                            00209180
           05  GL-TABLE-COUNT          PIC 9(3)   VALUE ZERO.           00209190
           05  GL-TABLE-ENTRY OCCURS 1 TO 50 TIMES                      00209200
                   DEPENDING ON GL-TABLE-COUNT                          00209210
                   INDEXED BY GL-IDX.                                   00209220
               10  GLT-BRANCH-NUMBER       PIC 9(2).                    00209230
               10  GLT-RECEIVABLE-ACCOUNT  PIC X(10).                   00209240
               10  GLT-CASH-ACCOUNT        PIC X(10).                   00209250
               10  GLT-WRITE-OFF-ACCOUNT   PIC X(10).                   00209260
                                                                        00209270
      **************************************************************    00209280
      * GENERAL LEDGER JOURNAL FIELDS - THE BRANCH WHOSE POSTINGS  *    00209290
      * ARE BEING TOTALLED AND ITS ACCOUNTS, ITS RECEIPT AND       *    00209300
      * WRITE-OFF TOTALS (JOURNALED WHEN THE BRANCH CHANGES), THE  *    00209310
      * ENTRY ABOUT TO BE WRITTEN, AND THE RUN'S POSTED AMOUNT     *    00209320
      * REGISTERED ON POSTREG FOR GLBAL TO TIE THE ENTRIES TO      *    00209330
      **************************************************************    00209340
       01  GL-JOURNAL-FIELDS.                                           00209350
           05  LOOKUP-GL-BRANCH        PIC 9(2)       VALUE ZERO.       00209360
           05  GL-BRANCH-NUMBER        PIC 9(2)       VALUE ZERO.       00209370
           05  GL-RECEIVABLE-ACCOUNT   PIC X(10)      VALUE SPACES.     00209380
           05  GL-CASH-ACCOUNT         PIC X(10)      VALUE SPACES.     00209390
           05  GL-WRITE-OFF-ACCOUNT    PIC X(10)      VALUE SPACES.     00209400
           05  GL-RECEIPT-TOTAL        PIC S9(11)V99  VALUE ZERO.       00209410
           05  GL-WRITE-OFF-TOTAL      PIC S9(11)V99  VALUE ZERO.       00209420
           05  GL-ENTRY-ACCOUNT        PIC X(10)      VALUE SPACES.     00209430
           05  GL-ENTRY-DEBIT          PIC S9(11)V99  VALUE ZERO.       00209440
           05  GL-ENTRY-CREDIT         PIC S9(11)V99  VALUE ZERO.       00209450
           05  GL-ENTRY-DESCRIPTION    PIC X(16)      VALUE SPACES.     00209460
           05  GL-ENTRY-COUNT          PIC 9(9)       VALUE ZERO.       00209470
           05  GL-POSTED-AMOUNT        PIC S9(11)V99  VALUE ZERO.       00209480
                                                                        00209580
      **************************************************************    00210000
      * HOLDS THE REASON A RECEIPT FAILED VALIDATION OR MATCHING   *    00211000
      **************************************************************    00212000
           05  REJECT-REASON   PIC X(20)   VALUE SPACES.                00214000
                                                                        00215000
      **************************************************************    00216000
      * HOLDS THE ACCOUNTING MONTH OPEN ON PERIODCTL AND THE MONTH *    00216010
      * (YYYYMM) THE RECEIPT IN HAND IS DATED IN, AND THE FIELDS   *    00216020
      * USED TO DATE THE LEDGER ENTRIES INSIDE THE OPEN MONTH      *    00216030
      **************************************************************    00216040
       01  PERIOD-FIELDS.                                               00216050
           05  OPEN-PERIOD             PIC 9(6)   VALUE ZERO.           00216060
           05  OPEN-PERIOD-PARTS REDEFINES OPEN-PERIOD.                 00216070
               10  OPEN-YEAR           PIC 9(4).                        00216080
               10  OPEN-MONTH          PIC 9(2).                        00216090
           05  TRANSACTION-PERIOD      PIC 9(6)   VALUE ZERO.           00216100
           05  NEXT-PERIOD             PIC 9(6)   VALUE ZERO.           00216110
           05  NEXT-PERIOD-PARTS REDEFINES NEXT-PERIOD.                 00216120
               10  NEXT-YEAR           PIC 9(4).                        00216130
               10  NEXT-MONTH          PIC 9(2).                        00216140
           05  RUN-DATE-NUMBER         PIC 9(8)   VALUE ZERO.           00216150
           05  RUN-PERIOD              PIC 9(6)   VALUE ZERO.           00216160
           05  NEXT-MONTH-START        PIC 9(8)   VALUE ZERO.           00216170
           05  ACCOUNTING-DATE         PIC 9(8)   VALUE ZERO.           00216180
                                                                        00216700
      **************************************************************    00216800
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00217000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    00218000
      * AND TO STAMP THE CASH ACTIVITY WITH THE DATE IT POSTED     *    00218100
      **************************************************************    00219000
       01  CURRENT-DATE-AND-TIME.                                       00220000
           05  CD-DATE-PART.                                            00220100
               10  CD-YEAR         PIC 9999.                            00220200
               10  CD-MONTH        PIC 99.                              00220300
               10  CD-DAY          PIC 99.                              00220400
           05  CD-TIME-PART.                                            00220500
               10  CD-HOURS        PIC 99.                              00220600
               10  CD-MINUTES      PIC 99.                              00220700
               10  CD-SECONDS      PIC 99.                              00220800
           05  FILLER          PIC X(7).                                00220900
                                                                        00227000
      *------------------------------------------------------------*    00228000
      *                       OUTPUT FIELDS                        *    00229000
           05  FILLER      PIC X(71)   VALUE SPACE.                     00289000
                                                                        00290000
      **************************************************************    00291000
      * STORES ONE AUDIT LINE - ONE NEW INVOICE, CREDIT MEMO,      *    00292000
      * PAYMENT, WRITE-OFF, CLEARED ITEM, CREDIT HELD AS           *    00292100
      * UNAPPLIED, OR REJECTED RECEIPT                             *    00292200
      **************************************************************    00294000
       01  AUDIT-LINE.                                                  00295000
           05  FILLER              PIC X(1)     VALUE SPACE.            00296000
           05  ATL-NEW-COUNT       PIC ZZZZ9.                           00324000
           05  FILLER              PIC X(3)     VALUE SPACE.            00325000
           05  FILLER              PIC X(10)    VALUE "PAYMENTS: ".     00326000
           05  ATL-PAYMENT-COUNT   PIC ZZZZ9.                           00326100
           05  FILLER              PIC X(3)     VALUE SPACE.            00326200
           05  FILLER              PIC X(10)    VALUE "CREDITS:  ".     00326300
           05  ATL-CREDIT-COUNT    PIC ZZZZ9.                           00326400
           05  FILLER              PIC X(3)     VALUE SPACE.            00326500
           05  FILLER              PIC X(10)    VALUE "CLEARED:  ".     00329000
           05  ATL-CLEARED-COUNT   PIC ZZZZ9.                           00330000
           05  FILLER              PIC X(3)     VALUE SPACE.            00331000
           05  FILLER              PIC X(3)     VALUE SPACE.            00334000
           05  FILLER              PIC X(10)    VALUE "ITEMS OUT:".     00335000
           05  ATL-ITEMS-OUT       PIC ZZZZZZZZ9.                       00336000
           05  FILLER              PIC X(2)     VALUE SPACE.            00337000
                                                                        00338000
      **************************************************************    00338010
      * STORES THE SECOND RUN TOTALS LINE - THE UNAPPLIED CASH     *    00338020
      * CARRIED IN, HELD THIS RUN, AND CARRIED OUT                 *    00338030
      **************************************************************    00338040
       01  AUDIT-TOTALS-LINE-2.                                         00338050
           05  FILLER              PIC X(3)     VALUE SPACE.            00338060
           05  FILLER              PIC X(10)    VALUE "UNAPL IN: ".     00338070
           05  ATL-UNAPPLIED-IN    PIC ZZZZZZZZ9.                       00338080
           05  FILLER              PIC X(3)     VALUE SPACE.            00338090
           05  FILLER              PIC X(10)    VALUE "HELD:     ".     00338100
           05  ATL-UNAPPLIED-HELD  PIC ZZZZ9.                           00338110
           05  FILLER              PIC X(3)     VALUE SPACE.            00338120
           05  FILLER              PIC X(10)    VALUE "HELD AMT: ".     00338130
           05  ATL-UNAPPLIED-AMOUNT PIC Z,ZZZ,ZZ9.99-.                  00338140
           05  FILLER              PIC X(3)     VALUE SPACE.            00338150
           05  FILLER              PIC X(10)    VALUE "UNAPL OUT:".     00338160
           05  ATL-UNAPPLIED-OUT   PIC ZZZZZZZZ9.                       00338170
           05  FILLER              PIC X(3)     VALUE SPACE.            00338171
           05  FILLER              PIC X(10)    VALUE "WRITEOFFS:".     00338172
           05  ATL-WRITE-OFF-COUNT PIC ZZZZ9.                           00338173
           05  FILLER              PIC X(24)    VALUE SPACE.            00338174
                                                                        00338190
       PROCEDURE DIVISION.                                              00339000
                                                                        00340000
      **************************************************************    00341000
      **************************************************************    00345000
       000-POST-CASH-RECEIPTS.                                          00346000
                                                                        00347000
           *> FIND THE OPEN ACCOUNTING MONTH BEFORE ANYTHING IS OPENED  00347100
           PERFORM 070-READ-PERIOD-CONTROL.                             00347200
                                                                        00347300
           OPEN INPUT  AROPEN                                           00348000
                       ARITEMS                                          00349000
                       CASHTRAN                                         00350000
                       UNAPPLD                                          00350100
                       GLACCT                                           00350200
                OUTPUT ONEWAROP                                         00350300
                       OCASHPOST                                        00350400
                       OCASHACT                                         00350500
                       ONEWUNAP                                         00350600
                       OGLJRNL.                                         00350700
                                                                        00352110
           *> LOAD GLACCT INTO MEMORY AND CLOSE IT - EVERY RECEIPT'S    00352120
           *> BRANCH IS LOOKED UP IN THE TABLE, NOT READ FROM THE FILE  00352130
           PERFORM 050-LOAD-GL-ACCOUNT-TABLE                            00352140
               UNTIL GLACCT-EOF-SWITCH = "Y".                           00352150
           CLOSE GLACCT.                                                00352160
                                                                        00352170
           *> THIS RUN IS REGISTERED UNDER THE NEXT CASHPOST RUN NUMBER 00352180
           PERFORM 060-FIND-LAST-RUN-NUMBER.                            00352190
                                                                        00353000
           *> GRABS THE DATE AND TIME INFORMATION FOR THE HEADER        00354000
           PERFORM 100-FORMAT-REPORT-HEADING.                           00354100
           PERFORM 105-SET-ACCOUNTING-DATE.                             00354200
           PERFORM 150-PRINT-AUDIT-HEADING.                             00354300
                                                                        00357000
           *> PRIME ALL THREE FILES SO THE KEY AREAS ARE READY FOR      00358000
           *> THE FIRST COMPARE IN 200-PROCESS-RECEIPT-MERGE            00359000
           PERFORM 210-READ-OPEN-ITEM.                                  00360000
           PERFORM 220-READ-FEED-ITEM.                                  00361000
           PERFORM 230-READ-CASH-RECORD.                                00362000
           PERFORM 275-READ-UNAPPLIED.                                  00362100
                                                                        00363000
           *> WALK ALL THREE FILES IN KEY ORDER, BUILDING ONE OPEN      00364000
           *> ITEM AT A TIME, UNTIL EVERYTHING HAS BEEN WRITTEN         00365000
                 AND CASH-EOF-SWITCH = "Y"                              00369000
                 AND HELD-ACTIVE-SWITCH = "N".                          00370000
                                                                        00371000
           *> CARRY THE REST OF THE OLD UNAPPLIED CASH FORWARD          00371100
           PERFORM 278-FINISH-UNAPPLIED.                                00371200
                                                                        00371300
           *> JOURNAL THE LAST BRANCH'S POSTINGS TO THE LEDGER          00371400
           IF GL-BRANCH-ACTIVE-SW = "Y"                                 00371500
               PERFORM 620-WRITE-GL-BRANCH-ENTRIES.                     00371600
                                                                        00371700
           PERFORM 600-PRINT-AUDIT-TOTALS.                              00372000
                                                                        00373000
           CLOSE AROPEN                                                 00374000
                 ARITEMS                                                00375000
                 CASHTRAN                                               00376000
                 ONEWAROP                                               00377000
                 OCASHPOST                                              00378000
                 OCASHACT                                               00378100
                 UNAPPLD                                                00378200
                 ONEWUNAP                                               00378300
                 OGLJRNL.                                               00378400
                                                                        00378500
           *> REGISTER THE RUN FOR GLBAL TO TIE ITS ENTRIES TO          00378600
           PERFORM 630-WRITE-RUN-REGISTER.                              00378700
           STOP RUN.                                                    00379000
                                                                        00380000
      **************************************************************    00380010
      * LOADS ONE GLACCT RECORD INTO THE IN-MEMORY ACCOUNT TABLE   *    00380020
      **************************************************************    00380030
       050-LOAD-GL-ACCOUNT-TABLE.                                       00380040
                                                                        00380050
           READ GLACCT                                                  00380060
               AT END                                                   00380070
                   MOVE "Y" TO GLACCT-EOF-SWITCH                        00380080
               NOT AT END                                               00380090
                   IF GL-TABLE-COUNT >= 50                              00380100
                       PERFORM 055-ABEND-GL-TABLE-FULL                  00380110
                   ELSE                                                 00380120
                       ADD 1 TO GL-TABLE-COUNT                          00380130
                       MOVE GA-BRANCH-NUMBER TO                         00380140
                           GLT-BRANCH-NUMBER(GL-TABLE-COUNT)            00380150
                       MOVE GA-RECEIVABLE-ACCOUNT TO                    00380160
                           GLT-RECEIVABLE-ACCOUNT(GL-TABLE-COUNT)       00380170
                       MOVE GA-CASH-ACCOUNT TO                          00380180
                           GLT-CASH-ACCOUNT(GL-TABLE-COUNT)             00380190
                       MOVE GA-WRITE-OFF-ACCOUNT TO                     00380200
                           GLT-WRITE-OFF-ACCOUNT(GL-TABLE-COUNT).       00380210
                                                                        00380220
      **************************************************************    00380230
      * ABENDS THE RUN WHEN GLACCT HAS MORE THAN 50 RECORDS - THE  *    00380240
      * GL-ACCOUNT-TABLE ODO CANNOT HOLD A 51ST ENTRY WITHOUT      *    00380250
      * WRITING PAST ITS DECLARED MAXIMUM. NOTHING HAS BEEN POSTED *    00380260
      **************************************************************    00380270
       055-ABEND-GL-TABLE-FULL.                                         00380280
                                                                        00380290
           DISPLAY "CASHPOST - GL ACCOUNT TABLE FULL - ABEND".          00380300
           DISPLAY "  GLACCT HAS MORE THAN 50 RECORDS - RAISE THE"      00380310
               " GL-TABLE-ENTRY OCCURS LIMIT TO CONTINUE".              00380320
           CLOSE AROPEN                                                 00380330
                 ARITEMS                                                00380340
                 CASHTRAN                                               00380350
                 ONEWAROP                                               00380360
                 OCASHPOST                                              00380370
                 OCASHACT                                               00380380
                 UNAPPLD                                                00380390
                 ONEWUNAP                                               00380400
                 OGLJRNL                                                00380410
                 GLACCT.                                                00380420
           MOVE 16 TO RETURN-CODE.                                      00380430
           STOP RUN.                                                    00380440
                                                                        00380450
      **************************************************************    00380460
      * SCANS THE POSTED-BATCH REGISTER FOR THE HIGHEST RUN NUMBER *    00380470
      * CASHPOST HAS REGISTERED - THIS RUN TAKES THE NEXT ONE, SO  *    00380480
      * ITS GENERAL LEDGER ENTRIES CAN BE TIED BACK TO IT          *    00380490
      **************************************************************    00380500
       060-FIND-LAST-RUN-NUMBER.                                        00380510
                                                                        00380520
           MOVE ZERO TO RUN-NUMBER.                                     00380530
           MOVE "N" TO POSTREG-EOF-SWITCH.                              00380540
           OPEN INPUT POSTREG.                                          00380550
           PERFORM 065-SCAN-RUN-REGISTER                                00380560
               UNTIL POSTREG-EOF-SWITCH = "Y".                          00380570
           CLOSE POSTREG.                                               00380580
           ADD 1 TO RUN-NUMBER.                                         00380590
                                                                        00380600
      **************************************************************    00380610
      * READS ONE REGISTER RECORD ON THE SCAN AND KEEPS THE        *    00380620
      * HIGHEST CASHPOST RUN NUMBER SEEN                           *    00380630
      **************************************************************    00380640
       065-SCAN-RUN-REGISTER.                                           00380650
                                                                        00380660
           READ POSTREG                                                 00380670
               AT END                                                   00380680
                   MOVE "Y" TO POSTREG-EOF-SWITCH                       00380690
               NOT AT END                                               00380700
                   IF PB-PROGRAM-NAME = "CASHPOST"                      00380710
                       AND PB-BATCH-NUMBER > RUN-NUMBER                 00380720
                       MOVE PB-BATCH-NUMBER TO RUN-NUMBER.              00380730
                                                                        00380731
      **************************************************************    00380732
      * READS THE ONE PERIODCTL RECORD FOR THE ACCOUNTING MONTH    *    00380733
      * OPEN FOR POSTING - NOTHING CAN POST WITHOUT ONE            *    00380734
      **************************************************************    00380735
       070-READ-PERIOD-CONTROL.                                         00380736
                                                                        00380737
           OPEN INPUT PERIODCTL.                                        00380738
           READ PERIODCTL                                               00380739
               AT END                                                   00380740
                   CLOSE PERIODCTL                                      00380741
                   PERFORM 075-ABEND-PERIOD-CONTROL.                    00380742
           CLOSE PERIODCTL.                                             00380743
           IF PC-OPEN-PERIOD NOT NUMERIC                                00380744
               PERFORM 075-ABEND-PERIOD-CONTROL                         00380745
           ELSE                                                         00380746
               IF PC-OPEN-MONTH < 1 OR PC-OPEN-MONTH > 12               00380747
                   PERFORM 075-ABEND-PERIOD-CONTROL                     00380748
               ELSE                                                     00380749
                   MOVE PC-OPEN-PERIOD TO OPEN-PERIOD.                  00380750
                                                                        00380751
      **************************************************************    00380752
      * ABENDS THE RUN WHEN PERIODCTL IS EMPTY OR ITS OPEN MONTH   *    00380753
      * IS NOT A VALID YYYYMM. NO OTHER FILE HAS BEEN OPENED YET   *    00380754
      **************************************************************    00380755
       075-ABEND-PERIOD-CONTROL.                                        00380756
                                                                        00380757
           DISPLAY "CASHPOST - NO VALID OPEN PERIOD ON PERIODCTL"       00380758
               " - ABEND".                                              00380759
           MOVE 16 TO RETURN-CODE.                                      00380760
           STOP RUN.                                                    00380761
                                                                        00380762
      **************************************************************    00381000
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND    *    00382000
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS               *    00383000
           MOVE CD-DAY     TO AHL1-DAY.                                 00390000
           MOVE CD-YEAR    TO AHL1-YEAR.                                00391000
                                                                        00392000
      **************************************************************    00392010
      * DATES THE RUN'S LEDGER ENTRIES INSIDE THE OPEN MONTH - THE *    00392020
      * RUN DATE WHEN IT FALLS IN THAT MONTH, OTHERWISE THE LAST   *    00392030
      * DAY OF THE MONTH, SO A RUN MADE AFTER MONTH END STILL      *    00392040
      * JOURNALS TO THE MONTH ITS RECEIPTS POSTED INTO             *    00392050
      **************************************************************    00392060
       105-SET-ACCOUNTING-DATE.                                         00392070
                                                                        00392080
           MOVE CD-DATE-PART TO RUN-DATE-NUMBER.                        00392090
           DIVIDE RUN-DATE-NUMBER BY 100 GIVING RUN-PERIOD.             00392100
           IF RUN-PERIOD = OPEN-PERIOD                                  00392110
               MOVE RUN-DATE-NUMBER TO ACCOUNTING-DATE                  00392120
           ELSE                                                         00392130
               PERFORM 106-FIND-OPEN-MONTH-END.                         00392140
                                                                        00392150
      **************************************************************    00392160
      * FINDS THE LAST DAY OF THE OPEN MONTH - THE DAY BEFORE THE  *    00392170
      * FIRST OF THE NEXT. DECEMBER ROLLS INTO JANUARY OF THE      *    00392180
      * FOLLOWING YEAR                                             *    00392190
      **************************************************************    00392200
       106-FIND-OPEN-MONTH-END.                                         00392210
                                                                        00392220
           IF OPEN-MONTH = 12                                           00392230
               COMPUTE NEXT-YEAR = OPEN-YEAR + 1                        00392240
               MOVE 1 TO NEXT-MONTH                                     00392250
           ELSE                                                         00392260
               MOVE OPEN-YEAR TO NEXT-YEAR                              00392270
               COMPUTE NEXT-MONTH = OPEN-MONTH + 1.                     00392280
                                                                        00392290
           COMPUTE NEXT-MONTH-START = NEXT-PERIOD * 100 + 1.            00392300
           COMPUTE ACCOUNTING-DATE = FUNCTION DATE-OF-INTEGER           00392310
               (FUNCTION INTEGER-OF-DATE (NEXT-MONTH-START) - 1).       00392320
                                                                        00392420
      **************************************************************    00393000
      * PRINTS THE AUDIT LISTING HEADING, RAN ONCE FOR EVERY PAGE  *    00394000
      **************************************************************    00395000
      * ONE STEP OF THE MERGE. WITH NO ITEM BEING BUILT, THE       *    00411000
      * LOWEST OUTSTANDING KEY STARTS ONE - FROM THE OLD OPEN      *    00412000
      * ITEMS IF THEY SORT FIRST, OTHERWISE FROM THE NEXT FEED     *    00413000
      * INVOICE. WITH AN ITEM BEING BUILT, EVERY FEED INVOICE,     *    00414000
      * PAYMENT, AND WRITE-OFF KEYED TO IT IS APPLIED, AND ONCE    *    00415000
      * NOTHING ELSE MATCHES IT IS WRITTEN OUT OR CLEARED          *    00416000
      **************************************************************    00417000
       200-PROCESS-RECEIPT-MERGE.                                       00418000
                                                                        00419000
                   PERFORM 220-READ-FEED-ITEM                           00425000
               ELSE                                                     00426000
                   IF CASH-KEY-AREA = HELD-KEY-AREA                     00427000
                       PERFORM 254-APPLY-RECEIPT-TO-HELD                00428000
                       PERFORM 230-READ-CASH-RECORD                     00429000
                   ELSE                                                 00430000
                       PERFORM 260-WRITE-HELD-ITEM.                     00431000
      **************************************************************    00433000
      * STARTS BUILDING THE OPEN ITEM FOR THE LOWEST OUTSTANDING   *    00434000
      * KEY. A PAYMENT THAT SORTS AHEAD OF EVERY INVOICE HAS NO    *    00435000
      * OPEN ITEM TO PAY AND IS HELD AS UNAPPLIED CASH. AN         *    00435100
      * EXISTING OPEN ITEM                                         *    00435200
      * WINS A TIE WITH THE FEED SO A RE-FED INVOICE FOLDS INTO    *    00437000
      * THE EXISTING ITEM INSTEAD OF WRITING A DUPLICATE KEY       *    00438000
      **************************************************************    00439000
                                                                        00441000
           IF CASH-KEY-AREA < OPEN-KEY-AREA                             00442000
               AND CASH-KEY-AREA < FEED-KEY-AREA                        00443000
               PERFORM 245-HOLD-UNMATCHED-RECEIPT                       00444000
               PERFORM 230-READ-CASH-RECORD                             00446000
           ELSE                                                         00447000
               IF OPEN-KEY-AREA NOT > FEED-KEY-AREA                     00448000
                   MOVE AR-INVOICE-DATE    TO HELD-INVOICE-DATE         00450000
                   MOVE AR-INVOICE-AMOUNT  TO HELD-INVOICE-AMOUNT       00451000
                   MOVE AR-OPEN-BALANCE    TO HELD-OPEN-BALANCE         00452000
                   MOVE AR-INVOICE-DATE    TO HELD-RECEIPT-DATE         00452100
                   MOVE "Y" TO HELD-ACTIVE-SWITCH                       00453000
                   PERFORM 210-READ-OPEN-ITEM                           00454000
               ELSE                                                     00455000
                   MOVE FI-INVOICE-DATE    TO HELD-INVOICE-DATE         00457000
                   MOVE ZERO               TO HELD-INVOICE-AMOUNT       00458000
                   MOVE ZERO               TO HELD-OPEN-BALANCE         00459000
                   MOVE FI-INVOICE-DATE    TO HELD-RECEIPT-DATE         00459100
                   MOVE "Y" TO HELD-ACTIVE-SWITCH                       00460000
                   PERFORM 250-FOLD-FEED-INTO-HELD                      00461000
                   PERFORM 220-READ-FEED-ITEM.                          00462000
                                                                        00462010
      **************************************************************    00462020
      * HOLDS A RECEIPT WITH NO MATCHING OPEN INVOICE AS UNAPPLIED *    00462030
      * CASH UNDER THE KEY IT WAS KEYED WITH, SO THE MONEY IS NOT  *    00462040
      * LOST. AN INVALID RECEIPT IS STILL REJECTED, AND SO IS A    *    00462041
      * WRITE-OFF - THERE IS NO OPEN BALANCE FOR IT TO WRITE OFF.  *    00462042
      * APPLIED CREDIT GOING BACK TO UNAPPLIED IS NOT NEW CASH     *    00462043
      **************************************************************    00462060
       245-HOLD-UNMATCHED-RECEIPT.                                      00462070
                                                                        00462080
           PERFORM 300-VALIDATE-CASH-RECORD.                            00462090
           IF RECEIPT-IS-VALID                                          00462091
               AND CR-WRITE-OFF                                         00462092
               MOVE "N" TO RECEIPT-VALID-SWITCH                         00462093
               MOVE "WRITE-OFF NO INVOICE" TO REJECT-REASON.            00462094
           IF RECEIPT-IS-VALID                                          00462100
               MOVE CASH-KEY-AREA       TO UE-KEY-AREA                  00462110
               MOVE CR-RECEIPT-DATE     TO UE-RECEIPT-DATE              00462120
               MOVE CR-RECEIPT-AMOUNT   TO UE-UNAPPLIED-AMOUNT          00462130
               MOVE "NO MATCHING INVOICE" TO UE-REASON                  00462140
               PERFORM 268-AUDIT-UNAPPLIED-CASH                         00462150
               PERFORM 270-ADD-UNAPPLIED-CASH                           00462151
               PERFORM 289-ACCUMULATE-NEW-CASH                          00462152
           ELSE                                                         00462170
               PERFORM 280-REJECT-CASH-RECORD.                          00462180
                                                                        00463000
      **************************************************************    00464000
      * FOLDS ONE FEED INVOICE INTO THE OPEN ITEM BEING BUILT AND  *    00464100
      * AUDITS THE RUNNING OPEN BALANCE. A FEED CREDIT MEMO IS     *    00464200
      * APPLIED AGAINST THE ITEM INSTEAD                           *    00464300
      **************************************************************    00464400
       250-FOLD-FEED-INTO-HELD.                                         00464500
                                                                        00464600
           IF FI-CREDIT-MEMO-ITEM                                       00464700
               PERFORM 252-APPLY-CREDIT-TO-HELD                         00464800
           ELSE                                                         00464900
               PERFORM 251-OPEN-FEED-INVOICE.                           00465000
                                                                        00465100
      **************************************************************    00465200
      * OPENS (OR ADDS TO) THE ITEM FOR ONE FEED INVOICE. A CREDIT *    00465300
      * SORTED AHEAD OF ITS INVOICE MAY HAVE STARTED THE ITEM, SO  *    00465400
      * THE FIRST INVOICE AMOUNT ALSO SETS THE INVOICE DATE        *    00465500
      **************************************************************    00465600
       251-OPEN-FEED-INVOICE.                                           00465700
                                                                        00465800
           IF HELD-INVOICE-AMOUNT = ZERO                                00465900
               MOVE FI-INVOICE-DATE TO HELD-INVOICE-DATE.               00466000
           ADD FI-INVOICE-AMOUNT TO HELD-INVOICE-AMOUNT.                00466100
           ADD FI-OPEN-BALANCE   TO HELD-OPEN-BALANCE.                  00466200
           ADD 1 TO NEW-ITEM-COUNT.                                     00466300
                                                                        00473000
           MOVE "NEW"               TO AL-ACTION.                       00474000
           MOVE HK-BRANCH-NUMBER    TO AL-BRANCH-NUMBER.                00475000
           MOVE "INVOICE OPENED"    TO AL-STATUS.                       00481000
           PERFORM 500-PRINT-AUDIT-LINE.                                00482000
                                                                        00483000
      **************************************************************    00483010
      * APPLIES ONE FEED CREDIT MEMO AGAINST THE ITEM BEING BUILT, *    00483020
      * REDUCING ITS OPEN BALANCE THE SAME WAY A PAYMENT DOES, AND *    00483030
      * AUDITS IT. A CREDIT TAKING THE ITEM PAST ZERO LEAVES IT    *    00483040
      * OVERPAID, THE SAME AS AN OVERPAYMENT                       *    00483050
      **************************************************************    00483060
       252-APPLY-CREDIT-TO-HELD.                                        00483070
                                                                        00483080
           SUBTRACT FI-OPEN-BALANCE FROM HELD-OPEN-BALANCE.             00483090
           MOVE FI-INVOICE-DATE TO HELD-RECEIPT-DATE.                   00483091
           ADD 1 TO CREDIT-COUNT.                                       00483100
                                                                        00483110
           MOVE "CREDIT"            TO AL-ACTION.                       00483120
           MOVE HK-BRANCH-NUMBER    TO AL-BRANCH-NUMBER.                00483130
           MOVE HK-SALESREP-NUMBER  TO AL-SALESREP-NUMBER.              00483140
           MOVE HK-CUSTOMER-NUMBER  TO AL-CUSTOMER-NUMBER.              00483150
           MOVE HK-INVOICE-NUMBER   TO AL-INVOICE-NUMBER.               00483160
           MOVE FI-OPEN-BALANCE     TO AL-POSTED-AMOUNT.                00483170
           MOVE HELD-OPEN-BALANCE   TO AL-OPEN-BALANCE.                 00483180
           MOVE "CREDIT MEMO APPLIED" TO AL-STATUS.                     00483190
           PERFORM 500-PRINT-AUDIT-LINE.                                00483200
           PERFORM 253-WRITE-CREDIT-ACTIVITY.                           00483210
                                                                        00483220
      **************************************************************    00483230
      * WRITES THE CREDIT JUST APPLIED TO THE RUN'S CASH           *    00483240
      * ACTIVITY, CARRYING THE CREDIT MEMO'S NUMBER AND DATE, THE  *    00483250
      * AMOUNT, THE OPEN BALANCE IT LEFT ON THE INVOICE, AND THE   *    00483251
      * INVOICE AMOUNT                                             *    00483252
      **************************************************************    00483270
       253-WRITE-CREDIT-ACTIVITY.                                       00483280
                                                                        00483290
           INITIALIZE CASH-ACTIVITY-RECORD.                             00483300
           MOVE HELD-KEY-AREA       TO CA-ACTIVITY-KEY.                 00483310
           MOVE "C"                 TO CA-ACTIVITY-TYPE.                00483320
           MOVE FI-INVOICE-DATE     TO CA-ACTIVITY-DATE.                00483330
           MOVE FI-OPEN-BALANCE     TO CA-ACTIVITY-AMOUNT.              00483340
           MOVE HELD-OPEN-BALANCE   TO CA-OPEN-BALANCE.                 00483350
           MOVE HELD-INVOICE-AMOUNT TO CA-INVOICE-AMOUNT.               00483351
           MOVE CD-DATE-PART        TO CA-POST-DATE.                    00483360
           MOVE FI-CREDIT-MEMO-NUMBER TO CA-REFERENCE-NUMBER.           00483370
           WRITE CASH-ACTIVITY-RECORD.                                  00483380
                                                                        00483390
      **************************************************************    00483400
      * APPLIES ONE CASHTRAN RECORD KEYED TO THE OPEN ITEM BEING   *    00483410
      * BUILT - A WRITE-OFF OR A PAYMENT                           *    00483420
      **************************************************************    00483430
       254-APPLY-RECEIPT-TO-HELD.                                       00483440
                                                                        00483450
           IF CR-WRITE-OFF                                              00483460
               PERFORM 256-APPLY-WRITE-OFF-TO-HELD                      00483470
           ELSE                                                         00483480
               PERFORM 255-APPLY-PAYMENT-TO-HELD.                       00483490
                                                                        00483500
      **************************************************************    00484000
      * APPLIES ONE CASH RECEIPT - OR ONE UNAPPLIED CREDIT THE     *    00484100
      * CREDIT DESK APPLIED - AGAINST THE OPEN ITEM BEING BUILT,   *    00484200
      * REDUCING ITS OPEN BALANCE IN PLACE, AND AUDITS THE         *    00484300
      * PAYMENT. AN INVALID RECEIPT IS REJECTED INSTEAD            *    00484400
      **************************************************************    00488000
       255-APPLY-PAYMENT-TO-HELD.                                       00489000
                                                                        00490000
           PERFORM 300-VALIDATE-CASH-RECORD.                            00491000
           IF RECEIPT-IS-VALID                                          00492000
               SUBTRACT CR-RECEIPT-AMOUNT FROM HELD-OPEN-BALANCE        00493000
               MOVE CR-RECEIPT-DATE TO HELD-RECEIPT-DATE                00493100
               ADD 1 TO PAYMENT-COUNT                                   00494000
               MOVE "PAYMNT"            TO AL-ACTION                    00495000
               MOVE HK-BRANCH-NUMBER    TO AL-BRANCH-NUMBER             00496000
               MOVE HELD-OPEN-BALANCE   TO AL-OPEN-BALANCE              00501000
               MOVE "PAYMENT APPLIED"   TO AL-STATUS                    00502000
               PERFORM 500-PRINT-AUDIT-LINE                             00503000
               PERFORM 257-WRITE-CASH-ACTIVITY                          00503100
               PERFORM 289-ACCUMULATE-NEW-CASH                          00503200
           ELSE                                                         00504000
               PERFORM 280-REJECT-CASH-RECORD.                          00505000
                                                                        00506000
      **************************************************************    00506010
      * WRITES THE PAYMENT JUST APPLIED TO THE RUN'S CASH          *    00506020
      * ACTIVITY, CARRYING THE RECEIPT DATE, THE AMOUNT, THE OPEN  *    00506030
      * BALANCE IT LEFT ON THE INVOICE, AND THE INVOICE AMOUNT     *    00506040
      **************************************************************    00506050
       257-WRITE-CASH-ACTIVITY.                                         00506060
                                                                        00506070
           INITIALIZE CASH-ACTIVITY-RECORD.                             00506080
           MOVE HELD-KEY-AREA       TO CA-ACTIVITY-KEY.                 00506090
           MOVE "P"                 TO CA-ACTIVITY-TYPE.                00506100
           MOVE CR-RECEIPT-DATE     TO CA-ACTIVITY-DATE.                00506110
           MOVE CR-RECEIPT-AMOUNT   TO CA-ACTIVITY-AMOUNT.              00506120
           MOVE HELD-OPEN-BALANCE   TO CA-OPEN-BALANCE.                 00506130
           MOVE HELD-INVOICE-AMOUNT TO CA-INVOICE-AMOUNT.               00506131
           MOVE CD-DATE-PART        TO CA-POST-DATE.                    00506140
           WRITE CASH-ACTIVITY-RECORD.                                  00506150
                                                                        00506160
      **************************************************************    00506170
      * WRITES OFF PART OR ALL OF THE OPEN BALANCE OF THE ITEM     *    00506180
      * BEING BUILT AND AUDITS IT. A WRITE-OFF MUST BE POSITIVE    *    00506190
      * AND MAY NOT TAKE THE ITEM PAST ZERO - ONLY CASH CAN        *    00506200
      * OVERPAY AN INVOICE                                         *    00506210
      **************************************************************    00506220
       256-APPLY-WRITE-OFF-TO-HELD.                                     00506230
                                                                        00506240
           PERFORM 300-VALIDATE-CASH-RECORD.                            00506250
           IF RECEIPT-IS-VALID                                          00506260
               IF CR-RECEIPT-AMOUNT NOT > ZERO                          00506270
                   MOVE "N" TO RECEIPT-VALID-SWITCH                     00506280
                   MOVE "INVALID WRITEOFF AMT" TO REJECT-REASON         00506290
               ELSE                                                     00506300
                   IF CR-RECEIPT-AMOUNT > HELD-OPEN-BALANCE             00506310
                       MOVE "N" TO RECEIPT-VALID-SWITCH                 00506320
                       MOVE "WRITEOFF EXCEEDS BAL" TO REJECT-REASON.    00506330
                                                                        00506340
           IF RECEIPT-IS-VALID                                          00506350
               SUBTRACT CR-RECEIPT-AMOUNT FROM HELD-OPEN-BALANCE        00506360
               ADD 1 TO WRITE-OFF-COUNT                                 00506370
               MOVE "WRTOFF"            TO AL-ACTION                    00506380
               MOVE HK-BRANCH-NUMBER    TO AL-BRANCH-NUMBER             00506390
               MOVE HK-SALESREP-NUMBER  TO AL-SALESREP-NUMBER           00506400
               MOVE HK-CUSTOMER-NUMBER  TO AL-CUSTOMER-NUMBER           00506410
               MOVE HK-INVOICE-NUMBER   TO AL-INVOICE-NUMBER            00506420
               MOVE CR-RECEIPT-AMOUNT   TO AL-POSTED-AMOUNT             00506430
               MOVE HELD-OPEN-BALANCE   TO AL-OPEN-BALANCE              00506440
               MOVE "WRITTEN OFF"       TO AL-STATUS                    00506450
               PERFORM 500-PRINT-AUDIT-LINE                             00506460
               PERFORM 258-WRITE-WRITE-OFF-ACTIVITY                     00506470
               PERFORM 290-ACCUMULATE-GL-AMOUNTS                        00506471
           ELSE                                                         00506480
               PERFORM 280-REJECT-CASH-RECORD.                          00506490
                                                                        00506500
      **************************************************************    00506510
      * WRITES THE WRITE-OFF JUST APPLIED TO THE RUN'S CASH        *    00506520
      * ACTIVITY THE SAME WAY AS A PAYMENT, AS ACTIVITY TYPE W     *    00506530
      **************************************************************    00506540
       258-WRITE-WRITE-OFF-ACTIVITY.                                    00506550
                                                                        00506560
           INITIALIZE CASH-ACTIVITY-RECORD.                             00506570
           MOVE HELD-KEY-AREA       TO CA-ACTIVITY-KEY.                 00506580
           MOVE "W"                 TO CA-ACTIVITY-TYPE.                00506590
           MOVE CR-RECEIPT-DATE     TO CA-ACTIVITY-DATE.                00506600
           MOVE CR-RECEIPT-AMOUNT   TO CA-ACTIVITY-AMOUNT.              00506610
           MOVE HELD-OPEN-BALANCE   TO CA-OPEN-BALANCE.                 00506620
           MOVE HELD-INVOICE-AMOUNT TO CA-INVOICE-AMOUNT.               00506630
           MOVE CD-DATE-PART        TO CA-POST-DATE.                    00506640
           WRITE CASH-ACTIVITY-RECORD.                                  00506650
                                                                        00506660
      **************************************************************    00507000
      * FINISHES THE OPEN ITEM JUST BUILT. AN ITEM STILL CARRYING  *    00508000
      * A BALANCE IS WRITTEN FORWARD TO NEWAROPN; AN ITEM PAID     *    00509000
      * DOWN TO ZERO (OR PAST IT) IS CLEARED - AUDITED AND NOT     *    00510000
      * WRITTEN, WHICH REMOVES IT FROM THE OPEN-ITEM FILE. THE     *    00510100
      * EXCESS ON AN OVERPAID ITEM IS HELD AS UNAPPLIED CASH       *    00510200
      **************************************************************    00512000
       260-WRITE-HELD-ITEM.                                             00513000
                                                                        00514000
               IF HELD-OPEN-BALANCE < ZERO                              00532000
                   MOVE "CLEARED - OVERPAID" TO AL-STATUS               00533000
                   PERFORM 500-PRINT-AUDIT-LINE                         00534000
                   PERFORM 265-HOLD-OVERPAYMENT                         00534100
               ELSE                                                     00535000
                   MOVE "CLEARED"       TO AL-STATUS                    00536000
                   PERFORM 500-PRINT-AUDIT-LINE.                        00537000
           MOVE "N" TO HELD-ACTIVE-SWITCH.                              00538000
                                                                        00538001
      **************************************************************    00538002
      * HOLDS THE EXCESS ON AN OVERPAID ITEM AS UNAPPLIED CASH     *    00538003
      * UNDER THE INVOICE'S OWN KEY, DATED BY THE LAST RECEIPT OR  *    00538004
      * CREDIT THAT TOOK IT PAST ZERO                              *    00538005
      **************************************************************    00538006
       265-HOLD-OVERPAYMENT.                                            00538007
                                                                        00538008
           MOVE HELD-KEY-AREA       TO UE-KEY-AREA.                     00538009
           MOVE HELD-RECEIPT-DATE   TO UE-RECEIPT-DATE.                 00538010
           COMPUTE UE-UNAPPLIED-AMOUNT = ZERO - HELD-OPEN-BALANCE.      00538011
           MOVE "CLEARED - OVERPAID" TO UE-REASON.                      00538012
           PERFORM 268-AUDIT-UNAPPLIED-CASH.                            00538013
           PERFORM 270-ADD-UNAPPLIED-CASH.                              00538014
                                                                        00538015
      **************************************************************    00538016
      * AUDITS ONE CREDIT BEING HELD AS UNAPPLIED CASH, SHOWING    *    00538017
      * THE REASON IT COULD NOT BE APPLIED                         *    00538018
      **************************************************************    00538019
       268-AUDIT-UNAPPLIED-CASH.                                        00538020
                                                                        00538021
           MOVE "UNAPPL"            TO AL-ACTION.                       00538022
           MOVE UE-BRANCH-NUMBER    TO AL-BRANCH-NUMBER.                00538023
           MOVE UE-SALESREP-NUMBER  TO AL-SALESREP-NUMBER.              00538024
           MOVE UE-CUSTOMER-NUMBER  TO AL-CUSTOMER-NUMBER.              00538025
           MOVE UE-INVOICE-NUMBER   TO AL-INVOICE-NUMBER.               00538026
           MOVE UE-UNAPPLIED-AMOUNT TO AL-POSTED-AMOUNT.                00538027
           MOVE ZERO                TO AL-OPEN-BALANCE.                 00538028
           MOVE UE-REASON           TO AL-STATUS.                       00538029
           PERFORM 500-PRINT-AUDIT-LINE.                                00538030
                                                                        00538031
      **************************************************************    00538032
      * ADDS ONE CREDIT TO THE UNAPPLIED CASH. A HELD RECORD FOR A *    00538033
      * DIFFERENT KEY IS WRITTEN FIRST; WITH NONE HELD, ONE IS     *    00538034
      * STARTED FOR THIS KEY. THE CREDIT IS THEN FOLDED INTO IT    *    00538035
      **************************************************************    00538036
       270-ADD-UNAPPLIED-CASH.                                          00538037
                                                                        00538038
           IF HELD-UNAPPLIED-SWITCH = "Y"                               00538039
               AND HU-KEY-AREA NOT = UE-KEY-AREA                        00538040
               PERFORM 276-WRITE-HELD-UNAPPLIED.                        00538041
                                                                        00538042
           IF HELD-UNAPPLIED-SWITCH = "N"                               00538043
               PERFORM 271-START-HELD-UNAPPLIED.                        00538044
                                                                        00538045
           PERFORM 272-FOLD-INTO-HELD-UNAPPLIED.                        00538046
           ADD 1 TO UNAPPLIED-HELD-COUNT.                               00538047
           ADD UE-UNAPPLIED-AMOUNT TO UNAPPLIED-HELD-AMOUNT.            00538048
                                                                        00538049
      **************************************************************    00538050
      * STARTS THE HELD UNAPPLIED RECORD FOR THE NEW CREDIT'S KEY. *    00538051
      * OLD CREDITS SORTING AHEAD OF IT ARE CARRIED FORWARD FIRST, *    00538052
      * AND AN OLD CREDIT FOR THE SAME KEY BECOMES THE STARTING    *    00538053
      * POINT SO THE KEY IS NEVER WRITTEN TWICE                    *    00538054
      **************************************************************    00538055
       271-START-HELD-UNAPPLIED.                                        00538056
                                                                        00538057
           PERFORM 277-COPY-UNAPPLIED                                   00538058
               UNTIL UNAPPLIED-KEY-AREA NOT < UE-KEY-AREA.              00538059
                                                                        00538060
           MOVE UE-KEY-AREA TO HU-KEY-AREA.                             00538061
           IF UNAPPLIED-KEY-AREA = UE-KEY-AREA                          00538062
               MOVE UA-RECEIPT-DATE     TO HU-RECEIPT-DATE              00538063
               MOVE UA-UNAPPLIED-AMOUNT TO HU-UNAPPLIED-AMOUNT          00538064
               MOVE UA-REASON           TO HU-REASON                    00538065
               PERFORM 275-READ-UNAPPLIED                               00538066
           ELSE                                                         00538067
               MOVE ZERO   TO HU-RECEIPT-DATE                           00538068
               MOVE ZERO   TO HU-UNAPPLIED-AMOUNT                       00538069
               MOVE SPACES TO HU-REASON.                                00538070
           MOVE "Y" TO HELD-UNAPPLIED-SWITCH.                           00538071
                                                                        00538072
      **************************************************************    00538073
      * FOLDS THE NEW CREDIT INTO THE HELD UNAPPLIED RECORD - THE  *    00538074
      * RECORD KEEPS THE LATEST RECEIPT DATE AND THE LATEST REASON *    00538075
      **************************************************************    00538076
       272-FOLD-INTO-HELD-UNAPPLIED.                                    00538077
                                                                        00538078
           ADD UE-UNAPPLIED-AMOUNT TO HU-UNAPPLIED-AMOUNT.              00538079
           IF UE-RECEIPT-DATE > HU-RECEIPT-DATE                         00538080
               MOVE UE-RECEIPT-DATE TO HU-RECEIPT-DATE.                 00538081
           MOVE UE-REASON TO HU-REASON.                                 00538082
                                                                        00538083
      **************************************************************    00538084
      * READS THE NEXT OLD UNAPPLIED CREDIT AND REFRESHES ITS KEY  *    00538085
      * AREA - AND PROVES IT DID NOT REGRESS THE KEY ORDER. SAME   *    00538086
      * HIGH-VALUES EOF TREATMENT AS THE OTHER READS               *    00538087
      **************************************************************    00538088
       275-READ-UNAPPLIED.                                              00538089
                                                                        00538090
           READ UNAPPLD                                                 00538091
               AT END                                                   00538092
                   MOVE "Y" TO UNAPPLIED-EOF-SWITCH                     00538093
                   MOVE HIGH-VALUES TO UNAPPLIED-KEY-AREA               00538094
               NOT AT END                                               00538095
                   ADD 1 TO UNAPPLIED-IN-COUNT                          00538096
                   MOVE UA-UNAPPLIED-KEY TO UNAPPLIED-KEY-AREA          00538097
                   PERFORM 274-CHECK-UNAPPLIED-SEQUENCE                 00538098
                   MOVE UNAPPLIED-KEY-AREA TO OLD-UNAPPLIED-KEY-AREA.   00538099
                                                                        00538100
      **************************************************************    00538101
      * CHECKS THAT THE UNAPPLIED CREDIT JUST READ DID NOT REGRESS *    00538102
      * THE KEY ORDER - A REGRESSION WOULD WRITE THE NEW FILE OUT  *    00538103
      * OF ORDER, SO WE ABEND THE WAY THE RECEIPT CHECK DOES       *    00538104
      **************************************************************    00538105
       274-CHECK-UNAPPLIED-SEQUENCE.                                    00538106
                                                                        00538107
           IF UNAPPLIED-KEY-AREA < OLD-UNAPPLIED-KEY-AREA               00538108
               DISPLAY "CASHPOST - UNAPPLD OUT OF SEQUENCE - ABEND"     00538109
               DISPLAY "  CREDIT FOR INVOICE " UA-INVOICE-NUMBER        00538110
                   "  BRANCH " UA-BRANCH-NUMBER                         00538111
                   "  SALESREP " UA-SALESREP-NUMBER                     00538112
                   "  CUSTOMER " UA-CUSTOMER-NUMBER                     00538113
               DISPLAY "  REGRESSES THE SORTED ORDER"                   00538114
               CLOSE AROPEN                                             00538115
                     ARITEMS                                            00538116
                     CASHTRAN                                           00538117
                     ONEWAROP                                           00538118
                     OCASHPOST                                          00538119
                     OCASHACT                                           00538120
                     UNAPPLD                                            00538121
                     ONEWUNAP                                           00538131
                     OGLJRNL                                            00538141
               MOVE 16 TO RETURN-CODE                                   00538151
               STOP RUN.                                                00538161
                                                                        00538171
      **************************************************************    00538181
      * WRITES THE HELD UNAPPLIED RECORD TO NEWUNAPL AND FREES THE *    00538191
      * HELD AREA FOR THE NEXT KEY                                 *    00538201
      **************************************************************    00538211
       276-WRITE-HELD-UNAPPLIED.                                        00538221
                                                                        00538231
           INITIALIZE NEW-UNAPPLIED-RECORD.                             00538241
           MOVE HU-KEY-AREA         TO NU-UNAPPLIED-KEY.                00538251
           MOVE HU-RECEIPT-DATE     TO NU-RECEIPT-DATE.                 00538261
           MOVE HU-UNAPPLIED-AMOUNT TO NU-UNAPPLIED-AMOUNT.             00538271
           MOVE HU-REASON           TO NU-REASON.                       00538281
           MOVE CD-DATE-PART        TO NU-POST-DATE.                    00538291
           WRITE NEW-UNAPPLIED-RECORD.                                  00538301
           ADD 1 TO UNAPPLIED-OUT-COUNT.                                00538311
           MOVE "N" TO HELD-UNAPPLIED-SWITCH.                           00538321
                                                                        00538331
      **************************************************************    00538341
      * CARRIES ONE OLD UNAPPLIED CREDIT FORWARD UNCHANGED AND     *    00538351
      * READS THE NEXT                                             *    00538361
      **************************************************************    00538371
       277-COPY-UNAPPLIED.                                              00538381
                                                                        00538391
           MOVE UNAPPLIED-CASH-RECORD TO NEW-UNAPPLIED-RECORD.          00538401
           WRITE NEW-UNAPPLIED-RECORD.                                  00538411
           ADD 1 TO UNAPPLIED-OUT-COUNT.                                00538421
           PERFORM 275-READ-UNAPPLIED.                                  00538431
                                                                        00538441
      **************************************************************    00538451
      * FINISHES THE UNAPPLIED CASH ONCE THE MERGE IS DONE - THE   *    00538461
      * HELD RECORD IS WRITTEN AND EVERY OLD CREDIT LEFT IS        *    00538471
      * CARRIED FORWARD                                            *    00538481
      **************************************************************    00538491
       278-FINISH-UNAPPLIED.                                            00538501
                                                                        00538511
           IF HELD-UNAPPLIED-SWITCH = "Y"                               00538521
               PERFORM 276-WRITE-HELD-UNAPPLIED.                        00538531
           PERFORM 277-COPY-UNAPPLIED                                   00538541
               UNTIL UNAPPLIED-EOF-SWITCH = "Y".                        00538551
                                                                        00539000
      **************************************************************    00539001
      * ADDS A RECEIPT TO THE LEDGER TOTALS UNLESS IT IS UNAPPLIED *    00539002
      * CREDIT CASHAPPL APPLIED (TYPE A) - THAT CASH WAS JOURNALED *    00539003
      * AND COUNTED AS POSTED ON THE RUN THAT FIRST RECEIVED IT    *    00539004
      **************************************************************    00539005
       289-ACCUMULATE-NEW-CASH.                                         00539006
                                                                        00539007
           IF NOT CR-APPLIED-CREDIT                                     00539008
               PERFORM 290-ACCUMULATE-GL-AMOUNTS.                       00539009
                                                                        00539010
      **************************************************************    00539011
      * ADDS THE RECEIPT OR WRITE-OFF JUST POSTED INTO ITS         *    00539020
      * BRANCH'S GENERAL LEDGER TOTALS - A RECEIPT HELD AS         *    00539030
      * UNAPPLIED CASH IS STILL CASH RECEIVED. CASHTRAN IS IN      *    00539040
      * BRANCH ORDER, SO A CHANGE OF BRANCH JOURNALS THE BRANCH    *    00539050
      * BEFORE IT AND STARTS TOTALLING THE NEW ONE                 *    00539060
      **************************************************************    00539070
       290-ACCUMULATE-GL-AMOUNTS.                                       00539080
                                                                        00539090
           IF GL-BRANCH-ACTIVE-SW = "Y"                                 00539100
               AND CR-BRANCH-NUMBER NOT = GL-BRANCH-NUMBER              00539110
               PERFORM 620-WRITE-GL-BRANCH-ENTRIES.                     00539120
                                                                        00539130
           IF GL-BRANCH-ACTIVE-SW = "N"                                 00539140
               PERFORM 292-START-GL-BRANCH.                             00539150
                                                                        00539160
           IF CR-WRITE-OFF                                              00539170
               ADD CR-RECEIPT-AMOUNT TO GL-WRITE-OFF-TOTAL              00539180
           ELSE                                                         00539190
               ADD CR-RECEIPT-AMOUNT TO GL-RECEIPT-TOTAL.               00539200
           ADD CR-RECEIPT-AMOUNT TO GL-POSTED-AMOUNT.                   00539210
                                                                        00539220
      **************************************************************    00539230
      * STARTS TOTALLING A NEW BRANCH                              *    00539240
      **************************************************************    00539250
       292-START-GL-BRANCH.                                             00539260
                                                                        00539270
           MOVE CR-BRANCH-NUMBER TO GL-BRANCH-NUMBER.                   00539280
           MOVE ZERO TO GL-RECEIPT-TOTAL.                               00539290
           MOVE ZERO TO GL-WRITE-OFF-TOTAL.                             00539300
           MOVE "Y" TO GL-BRANCH-ACTIVE-SW.                             00539310
                                                                        00539410
      **************************************************************    00540000
      * READS THE NEXT OPEN ITEM AND REFRESHES THE OPEN KEY AREA.  *    00541000
      * MOVES HIGH-VALUES TO THE KEY AT EOF SO THE MERGE LOGIC     *    00542000
                   MOVE CR-SALESREP-NUMBER TO CK-SALESREP-NUMBER        00582000
                   MOVE CR-CUSTOMER-NUMBER TO CK-CUSTOMER-NUMBER        00583000
                   MOVE CR-INVOICE-NUMBER  TO CK-INVOICE-NUMBER         00584000
                   PERFORM 232-COUNT-CASH-RECORD                        00584100
                   PERFORM 205-CHECK-RECEIPT-SEQUENCE                   00585000
                   MOVE CASH-KEY-AREA TO OLD-CASH-KEY-AREA.             00586000
                                                                        00587000
      **************************************************************    00587010
      * ROLLS ONE CASHTRAN RECORD INTO THE RUN'S COUNT AND AMOUNT  *    00587020
      * HASH REGISTERED ON POSTREG. ONLY A NUMERIC AMOUNT IS       *    00587030
      * HASHED - A NON-NUMERIC ONE IS ALREADY ITS OWN REJECT       *    00587040
      **************************************************************    00587050
       232-COUNT-CASH-RECORD.                                           00587060
                                                                        00587070
           ADD 1 TO CASH-IN-COUNT.                                      00587080
           IF CR-RECEIPT-AMOUNT NUMERIC                                 00587090
               ADD CR-RECEIPT-AMOUNT TO CASH-AMOUNT-HASH.               00587100
                                                                        00587200
      **************************************************************    00588000
      * CHECKS THAT THE RECEIPT JUST READ DID NOT REGRESS THE      *    00589000
      * INVOICE WITHIN CUSTOMER ORDER THE AR POSTING JOB SORTS     *    00590000
                     CASHTRAN                                           00606000
                     ONEWAROP                                           00607000
                     OCASHPOST                                          00608000
                     OCASHACT                                           00608100
                     UNAPPLD                                            00608200
                     ONEWUNAP                                           00608300
                     OGLJRNL                                            00608400
               MOVE 16 TO RETURN-CODE                                   00609000
               STOP RUN.                                                00610000
                                                                        00611000
           PERFORM 500-PRINT-AUDIT-LINE.                                00628000
                                                                        00629000
      **************************************************************    00630000
      * VALIDATES THE NUMERIC KEY FIELDS, THE RECEIPT AMOUNT, AND  *    00631000
      * THE RECEIPT TYPE ON A CASH RECEIPT BEFORE IT IS APPLIED    *    00632000
      **************************************************************    00633000
       300-VALIDATE-CASH-RECORD.                                        00634000
                                                                        00635000
                       IF CR-RECEIPT-AMOUNT NOT NUMERIC                 00651000
                           MOVE "N" TO RECEIPT-VALID-SWITCH             00652000
                           MOVE "INVALID RECEIPT AMT" TO                00653000
                               REJECT-REASON                            00653100
                       ELSE                                             00653200
                           IF NOT CR-PAYMENT                            00653210
                               AND NOT CR-WRITE-OFF                     00653220
                               AND NOT CR-APPLIED-CREDIT                00653230
                               MOVE "N" TO RECEIPT-VALID-SWITCH         00653500
                               MOVE "INVALID RECEIPT TYPE" TO           00653600
                                   REJECT-REASON.                       00653700
                                                                        00655000
           IF RECEIPT-IS-VALID                                          00655010
               PERFORM 305-CHECK-RECEIPT-PERIOD.                        00655011
                                                                        00655012
           IF RECEIPT-IS-VALID                                          00655013
               PERFORM 310-VALIDATE-GL-BRANCH.                          00655020
                                                                        00655021
      **************************************************************    00655022
      * A RECEIPT OR WRITE-OFF CAN ONLY POST INTO THE MONTH OPEN   *    00655023
      * ON PERIODCTL - ONE DATED IN A MONTH ALREADY CLOSED, OR IN  *    00655024
      * ONE NOT YET OPENED, IS REJECTED                            *    00655025
      **************************************************************    00655026
       305-CHECK-RECEIPT-PERIOD.                                        00655027
                                                                        00655028
           IF CR-RECEIPT-DATE NOT NUMERIC                               00655029
               MOVE "N" TO RECEIPT-VALID-SWITCH                         00655030
               MOVE "INVALID RECEIPT DATE" TO REJECT-REASON             00655031
           ELSE                                                         00655032
               DIVIDE CR-RECEIPT-DATE BY 100                            00655033
                   GIVING TRANSACTION-PERIOD                            00655034
               IF TRANSACTION-PERIOD NOT = OPEN-PERIOD                  00655035
                   MOVE "N" TO RECEIPT-VALID-SWITCH                     00655036
                   MOVE "CLOSED PERIOD" TO REJECT-REASON.               00655037
                                                                        00655038
      **************************************************************    00655040
      * A RECEIPT OR WRITE-OFF CAN ONLY POST WHEN ITS BRANCH HAS   *    00655050
      * LEDGER ACCOUNTS ON GLACCT - OTHERWISE IT WOULD COME OFF    *    00655060
      * THE OPEN ITEMS WITH NOWHERE TO JOURNAL IT                  *    00655070
      **************************************************************    00655080
       310-VALIDATE-GL-BRANCH.                                          00655090
                                                                        00655100
           MOVE CR-BRANCH-NUMBER TO LOOKUP-GL-BRANCH.                   00655110
           PERFORM 340-LOOKUP-GL-ACCOUNTS.                              00655120
           IF GL-ACCOUNTS-FOUND-SW = "N"                                00655130
               MOVE "N" TO RECEIPT-VALID-SWITCH                         00655140
               MOVE "BRANCH NOT ON GLACCT" TO REJECT-REASON.            00655150
                                                                        00655160
      **************************************************************    00655170
      * LOOKS UP THE BRANCH IN LOOKUP-GL-BRANCH IN THE GL ACCOUNT  *    00655180
      * TABLE AND SETS THE FOUND SWITCH AND THE BRANCH'S ACCOUNTS  *    00655190
      **************************************************************    00655200
       340-LOOKUP-GL-ACCOUNTS.                                          00655210
                                                                        00655220
           MOVE "N" TO GL-ACCOUNTS-FOUND-SW.                            00655230
           SET GL-IDX TO 1.                                             00655240
           SEARCH GL-TABLE-ENTRY                                        00655250
               AT END                                                   00655260
                   CONTINUE                                             00655270
               WHEN GLT-BRANCH-NUMBER(GL-IDX) = LOOKUP-GL-BRANCH        00655280
                   MOVE "Y" TO GL-ACCOUNTS-FOUND-SW                     00655290
                   MOVE GLT-RECEIVABLE-ACCOUNT(GL-IDX)                  00655300
                       TO GL-RECEIVABLE-ACCOUNT                         00655310
                   MOVE GLT-CASH-ACCOUNT(GL-IDX)                        00655320
                       TO GL-CASH-ACCOUNT                               00655330
                   MOVE GLT-WRITE-OFF-ACCOUNT(GL-IDX)                   00655340
                       TO GL-WRITE-OFF-ACCOUNT.                         00655350
                                                                        00655450
      **************************************************************    00656000
      * WRITES ONE LINE TO THE AUDIT LISTING. UPDATES THE LINE     *    00657000
      * COUNTER SO IT KNOWS WHEN IT HAS TO REPRINT THE HEADER      *    00658000
           MOVE ITEMS-IN-COUNT  TO ATL-ITEMS-IN.                        00676000
           MOVE NEW-ITEM-COUNT  TO ATL-NEW-COUNT.                       00677000
           MOVE PAYMENT-COUNT   TO ATL-PAYMENT-COUNT.                   00678000
           MOVE CREDIT-COUNT    TO ATL-CREDIT-COUNT.                    00678100
           MOVE CLEARED-COUNT   TO ATL-CLEARED-COUNT.                   00679000
           MOVE REJECT-COUNT    TO ATL-REJECT-COUNT.                    00680000
           MOVE ITEMS-OUT-COUNT TO ATL-ITEMS-OUT.                       00681000
           MOVE AUDIT-TOTALS-LINE TO AUDIT-PRINT-AREA.                  00682000
           WRITE AUDIT-PRINT-AREA.                                      00683000
                                                                        00684000
           MOVE UNAPPLIED-IN-COUNT    TO ATL-UNAPPLIED-IN.              00685000
           MOVE UNAPPLIED-HELD-COUNT  TO ATL-UNAPPLIED-HELD.            00686000
           MOVE UNAPPLIED-HELD-AMOUNT TO ATL-UNAPPLIED-AMOUNT.          00687000
           MOVE UNAPPLIED-OUT-COUNT   TO ATL-UNAPPLIED-OUT.             00688000
           MOVE WRITE-OFF-COUNT       TO ATL-WRITE-OFF-COUNT.           00688100
           MOVE AUDIT-TOTALS-LINE-2 TO AUDIT-PRINT-AREA.                00689000
           WRITE AUDIT-PRINT-AREA.                                      00690000
                                                                        00691000
      **************************************************************    00692000
      * JOURNALS ONE BRANCH'S POSTINGS TO THE GENERAL LEDGER -     *    00693000
      * RECEIPTS DEBIT CASH AND CREDIT RECEIVABLES, WRITE-OFFS     *    00694000
      * DEBIT THE WRITE-OFF ACCOUNT AND CREDIT RECEIVABLES. A SIDE *    00695000
      * WITH NOTHING POSTED WRITES NO ENTRIES                      *    00696000
      **************************************************************    00697000
       620-WRITE-GL-BRANCH-ENTRIES.                                     00698000
                                                                        00699000
           *> PICK UP THE BRANCH'S ACCOUNTS HERE RATHER THAN WHEN THE   00700000
           *> BRANCH STARTED - VALIDATING EACH LATER TRANSACTION LOOKS  00701000
           *> UP THAT TRANSACTION'S BRANCH, WHICH MAY BE THE NEXT ONE.  00702000
           *> VALIDATION HAS ALREADY PROVED THE BRANCH IS ON GLACCT     00703000
           MOVE GL-BRANCH-NUMBER TO LOOKUP-GL-BRANCH.                   00704000
           PERFORM 340-LOOKUP-GL-ACCOUNTS.                              00705000
                                                                        00706000
           IF GL-RECEIPT-TOTAL NOT = ZERO                               00707000
               MOVE "CASH RECEIPTS"       TO GL-ENTRY-DESCRIPTION       00708000
               MOVE GL-CASH-ACCOUNT       TO GL-ENTRY-ACCOUNT           00709000
               MOVE GL-RECEIPT-TOTAL      TO GL-ENTRY-DEBIT             00710000
               MOVE ZERO                  TO GL-ENTRY-CREDIT            00711000
               PERFORM 625-WRITE-GL-ENTRY                               00712000
               MOVE GL-RECEIVABLE-ACCOUNT TO GL-ENTRY-ACCOUNT           00713000
               MOVE ZERO                  TO GL-ENTRY-DEBIT             00714000
               MOVE GL-RECEIPT-TOTAL      TO GL-ENTRY-CREDIT            00715000
               PERFORM 625-WRITE-GL-ENTRY.                              00716000
                                                                        00717000
           IF GL-WRITE-OFF-TOTAL NOT = ZERO                             00718000
               MOVE "WRITE-OFFS"          TO GL-ENTRY-DESCRIPTION       00719000
               MOVE GL-WRITE-OFF-ACCOUNT  TO GL-ENTRY-ACCOUNT           00720000
               MOVE GL-WRITE-OFF-TOTAL    TO GL-ENTRY-DEBIT             00721000
               MOVE ZERO                  TO GL-ENTRY-CREDIT            00722000
               PERFORM 625-WRITE-GL-ENTRY                               00723000
               MOVE GL-RECEIVABLE-ACCOUNT TO GL-ENTRY-ACCOUNT           00724000
               MOVE ZERO                  TO GL-ENTRY-DEBIT             00725000
               MOVE GL-WRITE-OFF-TOTAL    TO GL-ENTRY-CREDIT            00726000
               PERFORM 625-WRITE-GL-ENTRY.                              00727000
                                                                        00728000
           MOVE "N" TO GL-BRANCH-ACTIVE-SW.                             00729000
                                                                        00730000
      **************************************************************    00731000
      * WRITES ONE GENERAL LEDGER ENTRY FOR THE BRANCH BEING       *    00732000
      * JOURNALED, DATED INSIDE THE OPEN ACCOUNTING MONTH          *    00733000
      **************************************************************    00734000
       625-WRITE-GL-ENTRY.                                              00735000
                                                                        00736000
           INITIALIZE GL-JOURNAL-RECORD.                                00737000
           MOVE "CASHPOST"           TO GJ-PROGRAM-NAME.                00738000
           MOVE RUN-NUMBER           TO GJ-BATCH-NUMBER.                00739000
           MOVE GL-BRANCH-NUMBER     TO GJ-BRANCH-NUMBER.               00740000
           MOVE ACCOUNTING-DATE      TO GJ-ACCOUNTING-DATE.             00741000
           MOVE GL-ENTRY-ACCOUNT     TO GJ-ACCOUNT-CODE.                00742000
           MOVE GL-ENTRY-DEBIT       TO GJ-DEBIT-AMOUNT.                00743000
           MOVE GL-ENTRY-CREDIT      TO GJ-CREDIT-AMOUNT.               00744000
           MOVE GL-ENTRY-DESCRIPTION TO GJ-ENTRY-DESCRIPTION.           00745000
           WRITE GL-JOURNAL-RECORD.                                     00746000
           ADD 1 TO GL-ENTRY-COUNT.                                     00747000
                                                                        00748000
      **************************************************************    00749000
      * APPENDS THIS RUN TO THE POSTED-BATCH REGISTER UNDER ITS    *    00750000
      * RUN NUMBER - ONLY A RUN THAT FINISHED CLEAN GETS HERE, SO  *    00751000
      * THE REGISTER ONLY EVER SHOWS RUNS WHOSE POSTINGS ARE       *    00752000
      * REALLY ON THE FILES                                        *    00753000
      **************************************************************    00754000
       630-WRITE-RUN-REGISTER.                                          00755000
                                                                        00756000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00757000
           OPEN EXTEND POSTREG.                                         00758000
           INITIALIZE POSTED-BATCH-RECORD.                              00759000
           MOVE "CASHPOST"        TO PB-PROGRAM-NAME.                   00760000
           MOVE RUN-NUMBER        TO PB-BATCH-NUMBER.                   00761000
           MOVE CD-DATE-PART      TO PB-POST-DATE.                      00762000
           MOVE CD-TIME-PART      TO PB-POST-TIME.                      00763000
           MOVE CASH-IN-COUNT     TO PB-RECORD-COUNT.                   00764000
           MOVE CASH-AMOUNT-HASH  TO PB-AMOUNT-HASH.                    00765000
           MOVE GL-POSTED-AMOUNT  TO PB-POSTED-AMOUNT.                  00766000
           WRITE POSTED-BATCH-RECORD.                                   00767000
           CLOSE POSTREG.                                               00768000
