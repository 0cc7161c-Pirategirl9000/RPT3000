      *                   order within customer before CASHPOST.        00022996
      *   2026.09.02  VF  Verify the new SALETRAN batch header and      00022997
      *                   trailer and refuse a batch number already     00022998
      *                   on the POSTREG posted-batch register, so      00023008
      *                   a rerun cannot post the same batch twice.     00023018
      *   2026.09.02  VF  Check each posted invoice against the new     00023028
      *                   CM-CREDIT-LIMIT and write every invoice       00023038
      *                   that pushes a customer over their limit       00023048
      *                   to the CREDEXC credit-exception report        00023058
      *                   for the credit desk. Posting continues -      00023068
      *                   the exception is reported, not refused.       00023078
      *   2026.09.21  VF  Accept credit memos on SALETRAN (type C),     00023088
      *                   naming the invoice they credit. A credit      00023098
      *                   comes off CM-SALES-THIS-YTD and goes out on   00023108
      *                   ARITEMS so CASHPOST takes it off the          00023118
      *                   invoice's open balance. Every posted invoice  00023128
      *                   and credit is kept on the new INVREG          00023138
      *                   register, and a credit is rejected when its   00023148
      *                   invoice was never posted or the credits       00023158
      *                   would exceed the invoice amount.              00023168
      *   2026.10.10  VF  Journal each run's posted invoices and credit 00023178
      *                   memos to the new GLSALES general ledger       00023188
      *                   interface by branch - invoices debit          00023198
      *                   receivables and credit revenue, credit memos  00023208
      *                   reverse them - using the accounts on the      00023218
      *                   GLACCT control file. An invoice for a branch  00023228
      *                   with no GLACCT record is rejected. The amount 00023238
      *                   posted goes on POSTREG with the batch so      00023248
      *                   GLBAL can tie the entries back to it.         00023258
      *   2026.10.11  VF  Reject any invoice or credit memo dated       00023268
      *                   outside the accounting month open on the new  00023278
      *                   PERIODCTL period control file as CLOSED       00023288
      *                   PERIOD, and reject an unreadable invoice date.00023298
      *   2026.10.12  VF  Catalog each NEWCUST this program seals on    00023308
      *                   the new GENCAT master generation catalog -    00023318
      *                   generation number, program, run date and      00023328
      *                   time, return code, and the control trailer's  00023338
      *                   record count and hash totals - so CUSTROLL    00023348
      *                   can roll CUSTMAST back to a proved earlier    00023358
      *                   generation.                                   00023368
      *   2026.10.13  VF  Prove the SALETRAN batch controls and the     00023378
      *                   POSTREG rerun guard in a pass of their own    00023388
      *                   before INVREG is opened, so a batch that is   00023398
      *                   refused no longer leaves its invoices and     00023408
      *                   credits entered on the register.              00023418
      *   2026.10.13  VF  Date the GLSALES entries inside the open      00023428
      *                   PERIODCTL month - the run date when it falls  00023438
      *                   in that month, otherwise its last day.        00023448
      *   2026.10.15  VF  Prove the CUSTMAST control trailer in a       00023449
      *                   read-only pass before INVREG is opened, so a  00023450
      *                   short or damaged master is refused before     00023451
      *                   any register entry is made.                   00023452
      *   2026.10.15  VF  Reject an invoice for a zero or negative      00023453
      *                   amount, or whose number is already on INVREG  00023454
      *                   as a credit memo or under another date, so    00023455
      *                   every posted invoice has a register entry of  00023456
      *                   its own for HISTPOST to match.                00023457
       ENVIRONMENT DIVISION.                                            00023458
                                                                        00024000
       INPUT-OUTPUT SECTION.                                            00025000
                                                                        00026000
           SELECT OARITEM    ASSIGN TO ARITEMS.                         00031500
           SELECT POSTREG    ASSIGN TO POSTREG.                         00031750
           SELECT OCREDEXC   ASSIGN TO CREDEXC.                         00031875
           SELECT INVREG     ASSIGN TO INVREG                           00031885
               ORGANIZATION IS INDEXED                                  00031895
               ACCESS MODE IS RANDOM                                    00031905
               RECORD KEY IS IR-REGISTER-KEY.                           00031915
           SELECT GLACCT     ASSIGN TO GLACCT.                          00031925
           SELECT OGLJRNL    ASSIGN TO GLSALES.                         00031935
           SELECT PERIODCTL  ASSIGN TO PERIODCTL.                       00031945
           SELECT GENCAT     ASSIGN TO GENCAT.                          00031955
                                                                        00032000
       DATA DIVISION.                                                   00033000
                                                                        00034000
           05  ST-CUSTOMER-NUMBER      PIC 9(5).                        00058000
           05  ST-INVOICE-NUMBER       PIC 9(6).                        00059000
           05  ST-INVOICE-DATE         PIC 9(8).                        00060000
           05  ST-SALES-AMOUNT         PIC S9(5)V9(2).                  00060100
      *    A CREDIT MEMO CARRIES ITS OWN NUMBER AND DATE IN THE         00060200
      *    INVOICE FIELDS ABOVE, THE AMOUNT CREDITED AS A POSITIVE      00060300
      *    SALES AMOUNT, AND THE INVOICE IT CREDITS BELOW               00060400
           05  ST-TRANSACTION-TYPE     PIC X(1).                        00060500
               88  ST-SALES-INVOICE        VALUE "I" " ".               00060600
               88  ST-CREDIT-MEMO          VALUE "C".                   00060700
           05  ST-CREDIT-INVOICE-NUMBER PIC 9(6).                       00060800
           05  ST-CREDIT-INVOICE-DATE  PIC 9(8).                        00060900
           05  FILLER                  PIC X(85).                       00061000
           COPY SALEBTCH.                                               00062500
                                                                        00063000
      **************************************************************    00064000
               ==AR-CUSTOMER-NUMBER==     BY ==AI-CUSTOMER-NUMBER==     00092710
               ==AR-INVOICE-NUMBER==      BY ==AI-INVOICE-NUMBER==      00092720
               ==AR-INVOICE-DATE==        BY ==AI-INVOICE-DATE==        00092730
               ==AR-INVOICE-AMOUNT==      BY ==AI-INVOICE-AMOUNT==      00092731
               ==AR-OPEN-BALANCE==        BY ==AI-OPEN-BALANCE==        00092732
               ==AR-ITEM-TYPE==           BY ==AI-ITEM-TYPE==           00092733
               ==AR-INVOICE-ITEM==        BY ==AI-INVOICE-ITEM==        00092734
               ==AR-CREDIT-MEMO-ITEM==    BY ==AI-CREDIT-MEMO-ITEM==    00092735
               ==AR-CREDIT-MEMO-NUMBER==  BY ==AI-CREDIT-MEMO-NUMBER==. 00092736
                                                                        00092760
      **************************************************************    00092770
      * POSTED-BATCH REGISTER - ONE RECORD PER BATCH ALREADY       *    00092780
           LABEL RECORDS ARE STANDARD                                   00092952
           RECORD CONTAINS 130 CHARACTERS                               00092962
           BLOCK CONTAINS 130 CHARACTERS.                               00092972
       01  CRED-PRINT-AREA  PIC X(130).                                 00092973
                                                                        00092982
      **************************************************************    00092992
      * POSTED-DOCUMENT REGISTER - EVERY INVOICE AND CREDIT MEMO   *    00093002
      * POSTED, READ DIRECTLY BY KEY TO PROVE A CREDIT MEMO'S      *    00093012
      * INVOICE WAS POSTED AND HAS ROOM LEFT TO CREDIT, AND        *    00093022
      * UPDATED IN PLACE AS EACH DOCUMENT POSTS                    *    00093032
      **************************************************************    00093042
       FD  INVREG                                                       00093052
           LABEL RECORDS ARE STANDARD                                   00093062
           RECORD CONTAINS 130 CHARACTERS.                              00093072
           COPY INVREG.                                                 00093082
                                                                        00093083
      **************************************************************    00093092
      * INPUT FILE - GENERAL LEDGER ACCOUNTS BY BRANCH, LOADED     *    00093102
      * INTO MEMORY BEFORE ANY INVOICE IS POSTED                   *    00093112
      **************************************************************    00093122
       FD  GLACCT                                                       00093132
           RECORDING MODE IS F                                          00093142
           LABEL RECORDS ARE STANDARD                                   00093152
           RECORD CONTAINS 80 CHARACTERS                                00093162
           BLOCK CONTAINS 80 CHARACTERS.                                00093172
           COPY GLACCT.                                                 00093182
                                                                        00093192
      **************************************************************    00093202
      * OUTPUT FILE - GENERAL LEDGER INTERFACE ENTRIES FOR THE     *    00093212
      * INVOICES AND CREDIT MEMOS POSTED THIS RUN, BY BRANCH       *    00093222
      **************************************************************    00093232
       FD  OGLJRNL                                                      00093242
           RECORDING MODE IS F                                          00093252
           LABEL RECORDS ARE STANDARD                                   00093262
           RECORD CONTAINS 80 CHARACTERS                                00093272
           BLOCK CONTAINS 80 CHARACTERS.                                00093282
           COPY GLJRNL.                                                 00093292
                                                                        00093302
      **************************************************************    00093312
      * INPUT FILE - THE ACCOUNTING MONTH OPEN FOR POSTING         *    00093322
      **************************************************************    00093332
       FD  PERIODCTL                                                    00093342
           RECORDING MODE IS F                                          00093352
           LABEL RECORDS ARE STANDARD                                   00093362
           RECORD CONTAINS 80 CHARACTERS                                00093372
           BLOCK CONTAINS 80 CHARACTERS.                                00093382
           COPY PERIODCTL.                                              00093392
                                                                        00093402
      **************************************************************    00093412
      * MASTER GENERATION CATALOG - SCANNED FOR THE LAST           *    00093422
      * GENERATION NUMBER, THEN APPENDED TO WITH THE NEWCUST THIS  *    00093432
      * RUN SEALED AS THE NEXT GENERATION OF CUSTMAST              *    00093442
      **************************************************************    00093452
       FD  GENCAT                                                       00093462
           RECORDING MODE IS F                                          00093472
           LABEL RECORDS ARE STANDARD                                   00093482
           RECORD CONTAINS 130 CHARACTERS                               00093492
           BLOCK CONTAINS 130 CHARACTERS.                               00093502
           COPY GENCAT.                                                 00093512
                                                                        00093522
       WORKING-STORAGE SECTION.                                         00093532
                                                                        00094000
      *------------------------------------------------------------*    00095000
      *                        WORKING FIELDS                      *    00096000
           05  BATCH-TRAILER-SEEN-SW   PIC X  VALUE "N".                00110070
           05  SALES-READY-SWITCH      PIC X  VALUE "N".                00110080
           05  POSTREG-EOF-SWITCH      PIC X  VALUE "N".                00110090
           05  REGISTER-FOUND-SWITCH   PIC X  VALUE "N".                00110091
           05  GLACCT-EOF-SWITCH       PIC X  VALUE "N".                00110092
           05  GL-ACCOUNTS-FOUND-SW    PIC X  VALUE "N".                00110093
           05  GL-BRANCH-ACTIVE-SW     PIC X  VALUE "N".                00110094
           05  PROVING-PASS-SWITCH     PIC X  VALUE "Y".                00110095
                                                                        00110100
      **************************************************************    00110150
      * RUNNING COUNT AND HASH TOTALS OF THE MASTER RECORDS READ   *    00110200
           05  BATCH-IN-COUNT          PIC 9(9)       VALUE ZERO.       00111130
           05  BATCH-AMOUNT-HASH       PIC S9(11)V99  VALUE ZERO.       00111140
                                                                        00111150
      **************************************************************    00111151
      * HOLDS THE GLACCT LEDGER ACCOUNTS IN MEMORY SINCE THE FILE  *    00111152
      * IS SMALL - LOOKED UP BY BRANCH NUMBER AS EACH INVOICE IS   *    00111153
      * VALIDATED AND AS EACH BRANCH'S ENTRIES ARE JOURNALED       *    00111154
      **************************************************************    00111155
       01  GL-ACCOUNT-TABLE.                                            00111156
           05  GL-TABLE-COUNT          PIC 9(3)   VALUE ZERO.           00111157
           05  GL-TABLE-ENTRY OCCURS 1 TO 50 TIMES                      00111158
                   DEPENDING ON GL-TABLE-COUNT                          00111159
                   INDEXED BY GL-IDX.                                   00111160
               10  GLT-BRANCH-NUMBER       PIC 9(2).                    00111161
               10  GLT-RECEIVABLE-ACCOUNT  PIC X(10).                   00111162
               10  GLT-REVENUE-ACCOUNT     PIC X(10).                   00111163
                                                                        00111164
      **************************************************************    00111165
      * GENERAL LEDGER JOURNAL FIELDS - THE BRANCH WHOSE POSTINGS  *    00111166
      * ARE BEING TOTALLED AND ITS ACCOUNTS, ITS INVOICE AND       *    00111167
      * CREDIT MEMO TOTALS (JOURNALED WHEN THE BRANCH CHANGES),    *    00111168
      * THE ENTRY ABOUT TO BE WRITTEN, AND THE RUN'S POSTED AMOUNT *    00111169
      * REGISTERED ON POSTREG FOR GLBAL TO TIE THE ENTRIES TO      *    00111170
      **************************************************************    00111171
       01  GL-JOURNAL-FIELDS.                                           00111172
           05  LOOKUP-GL-BRANCH        PIC 9(2)       VALUE ZERO.       00111173
           05  GL-BRANCH-NUMBER        PIC 9(2)       VALUE ZERO.       00111174
           05  GL-RECEIVABLE-ACCOUNT   PIC X(10)      VALUE SPACES.     00111175
           05  GL-REVENUE-ACCOUNT      PIC X(10)      VALUE SPACES.     00111176
           05  GL-INVOICE-TOTAL        PIC S9(11)V99  VALUE ZERO.       00111177
           05  GL-CREDIT-TOTAL         PIC S9(11)V99  VALUE ZERO.       00111178
           05  GL-ENTRY-ACCOUNT        PIC X(10)      VALUE SPACES.     00111179
           05  GL-ENTRY-DEBIT          PIC S9(11)V99  VALUE ZERO.       00111180
           05  GL-ENTRY-CREDIT         PIC S9(11)V99  VALUE ZERO.       00111181
           05  GL-ENTRY-DESCRIPTION    PIC X(16)      VALUE SPACES.     00111182
           05  GL-ENTRY-COUNT          PIC 9(9)       VALUE ZERO.       00111183
           05  GL-POSTED-AMOUNT        PIC S9(11)V99  VALUE ZERO.       00111184
                                                                        00111185
      **************************************************************    00111186
      * HOLDS THE OVERAGE FOR THE CREDIT EXCEPTION LINE - HOW FAR  *    00111187
      * THE INVOICE JUST POSTED PUSHED THE CUSTOMER PAST THEIR     *    00111188
      * CREDIT LIMIT                                               *    00111190
      **************************************************************    00111200
       01  CREDIT-EXCEPTION-FIELDS.                                     00111210
           05  CREDIT-OVERAGE-AMOUNT   PIC S9(6)V99   VALUE ZERO.       00111220
                                                                        00111230
      **************************************************************    00111330
      * STATUS TEXT FOR A POSTED CREDIT MEMO - NAMES THE INVOICE   *    00111430
      * IT CREDITED ON THE AUDIT LINE                              *    00111530
      **************************************************************    00111630
       01  CREDIT-STATUS-TEXT.                                          00111730
           05  FILLER                  PIC X(12)  VALUE "CREDITS INV ". 00111830
           05  CST-INVOICE-NUMBER      PIC 9(6).                        00111930
           05  FILLER                  PIC X(2)   VALUE SPACE.          00112030
                                                                        00112130
      **************************************************************    00112230
      * KEY AREAS USED TO MATCH-MERGE CUSTMAST AGAINST SALETRAN    *    00112330
      * A KEY IS SET TO HIGH-VALUES ONCE ITS FILE HITS END OF FILE *    00114000
      * SO THE REMAINING SIDE DRIVES THE MERGE TO COMPLETION       *    00115000
      **************************************************************    00116000
      **************************************************************    00137000
       01  RUN-TOTALS.                                                  00138000
           05  POSTED-COUNT    PIC S9(5)   VALUE ZERO.                  00139000
           05  CREDIT-COUNT    PIC S9(5)   VALUE ZERO.                  00139100
           05  REJECT-COUNT    PIC S9(5)   VALUE ZERO.                  00140000
           05  OPEN-ITEM-COUNT PIC S9(5)   VALUE ZERO.                  00140500
                                                                        00141000
      **************************************************************    00142000
      * HOLDS THE REASON AN INVOICE FAILED VALIDATION, AND THE     *    00142100
      * YEARS A CREDIT MEMO AND ITS INVOICE FALL IN                *    00142200
      **************************************************************    00142300
       01  VALIDATION-FIELDS.                                           00142400
           05  REJECT-REASON   PIC X(20)   VALUE SPACES.                00142500
           05  CREDIT-MEMO-YEAR        PIC 9(4)   VALUE ZERO.           00142600
           05  CREDITED-INVOICE-YEAR   PIC 9(4)   VALUE ZERO.           00142700
                                                                        00142800
      **************************************************************    00142900
      * HOLDS THE ACCOUNTING MONTH OPEN ON PERIODCTL AND THE MONTH *    00142910
      * (YYYYMM) THE TRANSACTION IN HAND IS DATED IN, AND THE      *    00142920
      * FIELDS USED TO DATE THE LEDGER ENTRIES INSIDE THE OPEN     *    00142930
      * MONTH                                                      *    00142940
      **************************************************************    00142950
       01  PERIOD-FIELDS.                                               00142960
           05  OPEN-PERIOD             PIC 9(6)   VALUE ZERO.           00142970
           05  OPEN-PERIOD-PARTS REDEFINES OPEN-PERIOD.                 00142980
               10  OPEN-YEAR           PIC 9(4).                        00142990
               10  OPEN-MONTH          PIC 9(2).                        00143000
           05  TRANSACTION-PERIOD      PIC 9(6)   VALUE ZERO.           00143010
           05  NEXT-PERIOD             PIC 9(6)   VALUE ZERO.           00143020
           05  NEXT-PERIOD-PARTS REDEFINES NEXT-PERIOD.                 00143030
               10  NEXT-YEAR           PIC 9(4).                        00143040
               10  NEXT-MONTH          PIC 9(2).                        00143050
           05  RUN-DATE-NUMBER         PIC 9(8)   VALUE ZERO.           00143060
           05  RUN-PERIOD              PIC 9(6)   VALUE ZERO.           00143070
           05  NEXT-MONTH-START        PIC 9(8)   VALUE ZERO.           00143080
           05  ACCOUNTING-DATE         PIC 9(8)   VALUE ZERO.           00143090
                                                                        00143600
      **************************************************************    00143700
      * THE HIGHEST GENERATION ALREADY ON THE GENCAT CATALOG AND   *    00143800
      * THE DATE AND TIME THIS RUN'S NEWCUST WAS CATALOGED         *    00143900
      **************************************************************    00144000
       01  GENERATION-FIELDS.                                           00144100
           05  GENCAT-EOF-SWITCH       PIC X      VALUE "N".            00144200
           05  LAST-GENERATION-NUMBER  PIC 9(6)   VALUE ZERO.           00144300
       01  GENERATION-STAMP.                                            00144400
           05  GS-RUN-DATE             PIC 9(8).                        00144500
           05  GS-RUN-TIME             PIC 9(6).                        00144600
           05  FILLER                  PIC X(7).                        00144700
                                                                        00147000
      **************************************************************    00148000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00149000
       01  AUDIT-TOTALS-LINE.                                           00277000
           05  FILLER              PIC X(3)     VALUE SPACE.            00278000
           05  FILLER              PIC X(11)    VALUE "POSTED:    ".    00279000
           05  ATL-POSTED-COUNT    PIC ZZZZ9.                           00279100
           05  FILLER              PIC X(3)     VALUE SPACE.            00279200
           05  FILLER              PIC X(11)    VALUE "CREDITS:   ".    00279300
           05  ATL-CREDIT-COUNT    PIC ZZZZ9.                           00279400
           05  FILLER              PIC X(3)     VALUE SPACE.            00279500
           05  FILLER              PIC X(11)    VALUE "REJECTS:   ".    00282000
           05  ATL-REJECT-COUNT    PIC ZZZZ9.                           00283000
           05  FILLER              PIC X(3)     VALUE SPACE.            00284000
           05  FILLER              PIC X(11)    VALUE "AR ITEMS:  ".    00284300
           05  ATL-OPEN-ITEM-COUNT PIC ZZZZ9.                           00284400
           05  FILLER              PIC X(54)    VALUE SPACE.            00284500
                                                                        00285000
      **************************************************************    00285010
      * STORES THE HEADING FOR THE CREDIT EXCEPTION REPORT -       *    00285020
      **************************************************************    00291000
       000-POST-SALES-TRANSACTIONS.                                     00292000
                                                                        00293000
           *> FIND THE OPEN ACCOUNTING MONTH BEFORE ANYTHING IS OPENED  00293100
           PERFORM 070-READ-PERIOD-CONTROL.                             00293200
                                                                        00293210
           *> PROVE THE BATCH CONTROLS AND THE POSTED-BATCH REGISTER    00293220
           *> IN A PASS OF THEIR OWN BEFORE INVREG IS OPENED, SO A      00293230
           *> BATCH THAT WILL NOT BALANCE IS REFUSED WITH NOTHING       00293240
           *> POSTED AND NOTHING ENTERED ON THE REGISTER                00293250
           PERFORM 080-PROVE-SALES-BATCH.                               00293260
                                                                        00293300
           *> PROVE THE CUSTMAST CONTROL TRAILER THE SAME WAY, SO A     00293400
           *> SHORT OR DAMAGED MASTER IS REFUSED BEFORE INVREG IS       00293500
           *> OPENED FOR UPDATE                                         00293600
           PERFORM 090-PROVE-CUSTOMER-MASTER.                           00293700
                                                                        00293800
           OPEN INPUT  CUSTMAST                                         00294000
                       SALETRAN                                         00295000
                OUTPUT ONEWCUST                                         00296000
                       OSALEPOST                                        00297000
                       OARITEM                                          00297100
                       OCREDEXC                                         00297200
                       OGLJRNL                                          00297210
                I-O    INVREG                                           00297220
                INPUT  GLACCT.                                          00297230
                                                                        00297240
           *> LOAD GLACCT INTO MEMORY AND CLOSE IT - EVERY INVOICE'S    00297250
           *> BRANCH IS LOOKED UP IN THE TABLE, NOT READ FROM THE FILE  00297260
           PERFORM 050-LOAD-GL-ACCOUNT-TABLE                            00297270
               UNTIL GLACCT-EOF-SWITCH = "Y".                           00297280
           CLOSE GLACCT.                                                00297290
                                                                        00298000
           *> GRABS THE DATE AND TIME INFORMATION FOR THE HEADER        00299000
           PERFORM 100-FORMAT-REPORT-HEADING.                           00299100
           PERFORM 105-SET-ACCOUNTING-DATE.                             00299200
           PERFORM 150-PRINT-AUDIT-HEADING.                             00299300
           PERFORM 152-PRINT-CREDIT-HEADING.                            00301500
                                                                        00302000
           *> PRIME BOTH FILES SO THE KEY AREAS ARE READY FOR THE       00303000
               UNTIL MASTER-EOF-SWITCH = "Y"                            00310000
                 AND SALES-EOF-SWITCH = "Y".                            00311000
                                                                        00312000
           *> JOURNAL THE LAST BRANCH'S POSTINGS TO THE LEDGER          00312100
           IF GL-BRANCH-ACTIVE-SW = "Y"                                 00312200
               PERFORM 620-WRITE-GL-BRANCH-ENTRIES.                     00312300
                                                                        00312400
           PERFORM 600-PRINT-AUDIT-TOTALS.                              00313000
                                                                        00313200
           *> SEAL NEWCUST WITH A FRESH CONTROL TRAILER CARRYING THE    00313400
                 SALETRAN                                               00316000
                 ONEWCUST                                               00317000
                 OSALEPOST                                              00318000
                 OARITEM                                                00318100
                 OCREDEXC                                               00318200
                 OGLJRNL                                                00318210
                 INVREG.                                                00318300
                                                                        00318600
           *> REGISTER THE BATCH SO A RERUN IS REFUSED                  00318700
           PERFORM 630-WRITE-BATCH-REGISTER.                            00318800
                                                                        00318810
           *> CATALOG THE SEALED NEWCUST AS THE NEXT GENERATION OF      00318820
           *> CUSTMAST SO A BAD RUN CAN BE ROLLED BACK                  00318830
           PERFORM 640-CATALOG-GENERATION.                              00318840
                                                                        00318850
           STOP RUN.                                                    00319000
                                                                        00320000
      **************************************************************    00320010
      * LOADS ONE GLACCT RECORD INTO THE IN-MEMORY ACCOUNT TABLE   *    00320020
      **************************************************************    00320030
       050-LOAD-GL-ACCOUNT-TABLE.                                       00320040
                                                                        00320050
           READ GLACCT                                                  00320060
               AT END                                                   00320070
                   MOVE "Y" TO GLACCT-EOF-SWITCH                        00320080
               NOT AT END                                               00320090
                   IF GL-TABLE-COUNT >= 50                              00320100
                       PERFORM 055-ABEND-GL-TABLE-FULL                  00320110
                   ELSE                                                 00320120
                       ADD 1 TO GL-TABLE-COUNT                          00320130
                       MOVE GA-BRANCH-NUMBER TO                         00320140
                           GLT-BRANCH-NUMBER(GL-TABLE-COUNT)            00320150
                       MOVE GA-RECEIVABLE-ACCOUNT TO                    00320160
                           GLT-RECEIVABLE-ACCOUNT(GL-TABLE-COUNT)       00320170
                       MOVE GA-REVENUE-ACCOUNT TO                       00320180
                           GLT-REVENUE-ACCOUNT(GL-TABLE-COUNT).         00320190
                                                                        00320200
      **************************************************************    00320210
      * ABENDS THE RUN WHEN GLACCT HAS MORE THAN 50 RECORDS - THE  *    00320220
      * GL-ACCOUNT-TABLE ODO CANNOT HOLD A 51ST ENTRY WITHOUT      *    00320230
      * WRITING PAST ITS DECLARED MAXIMUM. NOTHING HAS BEEN POSTED *    00320240
      **************************************************************    00320250
       055-ABEND-GL-TABLE-FULL.                                         00320260
                                                                        00320270
           DISPLAY "SALESPOST - GL ACCOUNT TABLE FULL - ABEND".         00320280
           DISPLAY "  GLACCT HAS MORE THAN 50 RECORDS - RAISE THE"      00320290
               " GL-TABLE-ENTRY OCCURS LIMIT TO CONTINUE".              00320300
           CLOSE CUSTMAST                                               00320310
                 SALETRAN                                               00320320
                 ONEWCUST                                               00320330
                 OSALEPOST                                              00320340
                 OARITEM                                                00320350
                 OCREDEXC                                               00320360
                 OGLJRNL                                                00320370
                 INVREG                                                 00320380
                 GLACCT.                                                00320390
           MOVE 16 TO RETURN-CODE.                                      00320400
           STOP RUN.                                                    00320410
                                                                        00320420
      **************************************************************    00320430
      * READS THE ONE PERIODCTL RECORD FOR THE ACCOUNTING MONTH    *    00320440
      * OPEN FOR POSTING - NOTHING CAN POST WITHOUT ONE            *    00320450
      **************************************************************    00320460
       070-READ-PERIOD-CONTROL.                                         00320470
                                                                        00320480
           OPEN INPUT PERIODCTL.                                        00320490
           READ PERIODCTL                                               00320500
               AT END                                                   00320510
                   CLOSE PERIODCTL                                      00320520
                   PERFORM 075-ABEND-PERIOD-CONTROL.                    00320530
           CLOSE PERIODCTL.                                             00320540
           IF PC-OPEN-PERIOD NOT NUMERIC                                00320550
               PERFORM 075-ABEND-PERIOD-CONTROL                         00320560
           ELSE                                                         00320570
               IF PC-OPEN-MONTH < 1 OR PC-OPEN-MONTH > 12               00320580
                   PERFORM 075-ABEND-PERIOD-CONTROL                     00320590
               ELSE                                                     00320600
                   MOVE PC-OPEN-PERIOD TO OPEN-PERIOD.                  00320610
                                                                        00320620
      **************************************************************    00320630
      * ABENDS THE RUN WHEN PERIODCTL IS EMPTY OR ITS OPEN MONTH   *    00320640
      * IS NOT A VALID YYYYMM. NO OTHER FILE HAS BEEN OPENED YET   *    00320650
      **************************************************************    00320660
       075-ABEND-PERIOD-CONTROL.                                        00320670
                                                                        00320680
           DISPLAY "SALESPOST - NO VALID OPEN PERIOD ON PERIODCTL"      00320690
               " - ABEND".                                              00320700
           MOVE 16 TO RETURN-CODE.                                      00320710
           STOP RUN.                                                    00320720
                                                                        00320721
      **************************************************************    00320722
      * READS SALETRAN THROUGH ONCE BEFORE ANYTHING IS POSTED -    *    00320723
      * NOTES THE BATCH HEADER (CHECKING IT AGAINST POSTREG), THE  *    00320724
      * TRAILER, AND THE RUNNING COUNT AND AMOUNT HASH, THEN       *    00320725
      * PROVES THEM. THE POSTING PASS THAT FOLLOWS UPDATES INVREG  *    00320726
      * IN PLACE, SO IT MUST NEVER START ON A BATCH THAT COULD     *    00320727
      * STILL BE REFUSED AT END OF FILE                            *    00320728
      **************************************************************    00320729
       080-PROVE-SALES-BATCH.                                           00320730
                                                                        00320731
           OPEN INPUT SALETRAN.                                         00320732
           PERFORM 085-SCAN-SALES-BATCH                                 00320733
               UNTIL SALES-EOF-SWITCH = "Y".                            00320734
           CLOSE SALETRAN.                                              00320735
           PERFORM 226-VERIFY-BATCH-CONTROLS.                           00320736
                                                                        00320737
           *> READY SALETRAN'S SWITCH FOR THE POSTING PASS              00320738
           MOVE "N" TO SALES-EOF-SWITCH.                                00320739
                                                                        00320740
      **************************************************************    00320741
      * READS ONE SALETRAN RECORD ON THE PROVING PASS AND ROLLS IT *    00320742
      * INTO THE BATCH CONTROLS                                    *    00320743
      **************************************************************    00320744
       085-SCAN-SALES-BATCH.                                            00320745
                                                                        00320746
           READ SALETRAN                                                00320747
               AT END                                                   00320748
                   MOVE "Y" TO SALES-EOF-SWITCH                         00320749
               NOT AT END                                               00320750
                   IF BCH-BATCH-HEADER                                  00320751
                       PERFORM 223-NOTE-BATCH-HEADER                    00320752
                   ELSE                                                 00320753
                       IF BCT-BATCH-TRAILER                             00320754
                           PERFORM 224-NOTE-BATCH-TRAILER               00320755
                       ELSE                                             00320756
                           PERFORM 221-COUNT-BATCH-INVOICE.             00320757
                                                                        00320758
      **************************************************************    00320759
      * READS CUSTMAST THROUGH ONCE BEFORE ANYTHING IS POSTED AND  *    00320760
      * PROVES ITS CONTROL TRAILER (210, 212 AND 214 ABEND ON A    *    00320761
      * MISSING OR MISMATCHED TRAILER WITH ONLY CUSTMAST OPEN),    *    00320762
      * THEN CLEARS THE IN TOTALS FOR THE POSTING PASS             *    00320763
      **************************************************************    00320764
       090-PROVE-CUSTOMER-MASTER.                                       00320765
                                                                        00320766
           OPEN INPUT CUSTMAST.                                         00320767
           PERFORM 210-READ-MASTER-RECORD                               00320768
               UNTIL MASTER-EOF-SWITCH = "Y".                           00320769
           CLOSE CUSTMAST.                                              00320770
                                                                        00320771
           *> READY CUSTMAST'S SWITCHES AND TOTALS FOR THE POSTING PASS 00320772
           MOVE "N" TO PROVING-PASS-SWITCH.                             00320773
           MOVE "N" TO MASTER-EOF-SWITCH.                               00320774
           MOVE "N" TO TRAILER-SEEN-SWITCH.                             00320775
           MOVE ZERO TO MASTER-IN-COUNT.                                00320776
           MOVE ZERO TO IN-HASH-THIS-YTD.                               00320777
           MOVE ZERO TO IN-HASH-LAST-YTD.                               00320778
           MOVE ZERO TO IN-HASH-BUDGET-YTD.                             00320779
           MOVE ZERO TO IN-HASH-PRIOR-YTD.                              00320780
                                                                        00320781
      **************************************************************    00321000
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND    *    00322000
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS               *    00323000
           MOVE CD-DAY     TO CRH1-DAY.                                 00331500
           MOVE CD-YEAR    TO CRH1-YEAR.                                00331600
                                                                        00332000
      **************************************************************    00332010
      * DATES THE RUN'S LEDGER ENTRIES INSIDE THE OPEN MONTH - THE *    00332020
      * RUN DATE WHEN IT FALLS IN THAT MONTH, OTHERWISE THE LAST   *    00332030
      * DAY OF THE MONTH, SO A RUN MADE AFTER MONTH END STILL      *    00332040
      * JOURNALS TO THE MONTH ITS INVOICES POSTED INTO             *    00332050
      **************************************************************    00332060
       105-SET-ACCOUNTING-DATE.                                         00332070
                                                                        00332080
           MOVE CD-DATE-PART TO RUN-DATE-NUMBER.                        00332090
           DIVIDE RUN-DATE-NUMBER BY 100 GIVING RUN-PERIOD.             00332100
           IF RUN-PERIOD = OPEN-PERIOD                                  00332110
               MOVE RUN-DATE-NUMBER TO ACCOUNTING-DATE                  00332120
           ELSE                                                         00332130
               PERFORM 106-FIND-OPEN-MONTH-END.                         00332140
                                                                        00332150
      **************************************************************    00332160
      * FINDS THE LAST DAY OF THE OPEN MONTH - THE DAY BEFORE THE  *    00332170
      * FIRST OF THE NEXT. DECEMBER ROLLS INTO JANUARY OF THE      *    00332180
      * FOLLOWING YEAR                                             *    00332190
      **************************************************************    00332200
       106-FIND-OPEN-MONTH-END.                                         00332210
                                                                        00332220
           IF OPEN-MONTH = 12                                           00332230
               COMPUTE NEXT-YEAR = OPEN-YEAR + 1                        00332240
               MOVE 1 TO NEXT-MONTH                                     00332250
           ELSE                                                         00332260
               MOVE OPEN-YEAR TO NEXT-YEAR                              00332270
               COMPUTE NEXT-MONTH = OPEN-MONTH + 1.                     00332280
                                                                        00332290
           COMPUTE NEXT-MONTH-START = NEXT-PERIOD * 100 + 1.            00332300
           COMPUTE ACCOUNTING-DATE = FUNCTION DATE-OF-INTEGER           00332310
               (FUNCTION INTEGER-OF-DATE (NEXT-MONTH-START) - 1).       00332320
                                                                        00332330
      **************************************************************    00333000
      * PRINTS THE AUDIT LISTING HEADING, RAN ONCE FOR EVERY PAGE  *    00334000
      **************************************************************    00335000
                   PERFORM 220-READ-SALES-RECORD.                       00375000
                                                                        00376000
      **************************************************************    00377000
      * HANDLES ONE INVOICE WHOSE KEY MATCHED THE CURRENT MASTER   *    00377100
      * RECORD - POSTS IT (OR APPLIES IT, FOR A CREDIT MEMO) IF IT *    00377200
      * PASSES VALIDATION AND REJECTS IT OTHERWISE. KEPT AS ITS    *    00377300
      * OWN PARAGRAPH SO THE CALLER ALWAYS                         *    00377400
      * READS THE NEXT INVOICE AFTERWARD REGARDLESS OF THE OUTCOME *    00381000
      **************************************************************    00382000
       250-POST-MATCHED-INVOICE.                                        00383000
                                                                        00384000
           PERFORM 300-VALIDATE-SALES-RECORD.                           00384100
           IF INVOICE-IS-VALID                                          00384200
               IF ST-CREDIT-MEMO                                        00384300
                   PERFORM 240-APPLY-CREDIT-MEMO                        00384400
               ELSE                                                     00384500
                   PERFORM 230-APPLY-SALES-POSTING                      00384600
           ELSE                                                         00384700
               PERFORM 280-REJECT-SALES-RECORD.                         00384800
                                                                        00390000
      **************************************************************    00391000
      * READS THE NEXT CUSTOMER MASTER RECORD AND REFRESHES THE    *    00392000
               "  TRAILER SAYS " TR-HASH-BUDGET-YTD.                    00403194
           DISPLAY "  PRIOR YTD HASH. " IN-HASH-PRIOR-YTD               00403292
               "  TRAILER SAYS " TR-HASH-PRIOR-YTD.                     00403390
           PERFORM 216-CLOSE-FOR-MASTER-ABEND.                          00403490
           MOVE 16 TO RETURN-CODE.                                      00403880
           STOP RUN.                                                    00403978
                                                                        00404076
                   " - ABEND"                                           00405056
               DISPLAY "  THE FILE ENDED WITHOUT A TRAILER RECORD -"    00405154
                   " IT MAY BE TRUNCATED"                               00405252
               PERFORM 216-CLOSE-FOR-MASTER-ABEND                       00405253
               MOVE 16 TO RETURN-CODE                                   00405254
               STOP RUN.                                                00405255
                                                                        00405256
      **************************************************************    00405257
      * CLOSES WHAT IS OPEN WHEN THE CUSTMAST TRAILER FAILS. ON    *    00405258
      * THE PROVING PASS ONLY CUSTMAST IS OPEN AND NOTHING HAS     *    00405259
      * BEEN POSTED. ON THE POSTING PASS INVREG HAS ALREADY BEEN   *    00405260
      * UPDATED AND THE BATCH IS NOT ON POSTREG, SO INVREG MUST BE *    00405261
      * RESTORED BEFORE THE BATCH IS RERUN                         *    00405262
      **************************************************************    00405263
       216-CLOSE-FOR-MASTER-ABEND.                                      00405264
                                                                        00405265
           IF PROVING-PASS-SWITCH = "Y"                                 00405266
               CLOSE CUSTMAST                                           00405267
           ELSE                                                         00405268
               DISPLAY "  RESTORE INVREG FROM ITS BACKUP BEFORE"        00405269
                   " RERUNNING"                                         00405270
               CLOSE CUSTMAST                                           00405350
                     SALETRAN                                           00405448
                     ONEWCUST                                           00405546
                     OSALEPOST                                          00405644
                     OARITEM                                            00405654
                     OCREDEXC                                           00405664
                     OGLJRNL                                            00405665
                     INVREG.                                            00405765
                                                                        00406000
      **************************************************************    00407000
      * FETCHES THE NEXT INVOICE AND REFRESHES THE SALES KEY AREA. *    00408000
      * THE BATCH HEADER AND TRAILER WERE PROVED BY THE PROVING    *    00409000
      * PASS AND ARE SKIPPED. SAME HIGH-VALUES EOF TREATMENT AS    *    00410000
      **************************************************************    00411000
       220-READ-SALES-RECORD.                                           00412000
                                                                        00413000
                                                                        00414700
      **************************************************************    00415000
      * READS ONE SALETRAN RECORD. THE BATCH HEADER AND TRAILER    *    00415100
      * ARE SKIPPED - ONLY AN INVOICE REFRESHES THE SALES KEY AREA *    00415200
      * AND STEERS THE MERGE                                       *    00415300
      **************************************************************    00415400
       222-READ-ONE-SALES-RECORD.                                       00415500
                                                                        00415600
           READ SALETRAN                                                00415700
               AT END                                                   00415800
                   MOVE "Y" TO SALES-EOF-SWITCH                         00415900
                   MOVE HIGH-VALUES TO SALES-KEY-AREA                   00416000
                   MOVE "Y" TO SALES-READY-SWITCH                       00416100
               NOT AT END                                               00416200
                   IF BCH-BATCH-HEADER                                  00416300
                       OR BCT-BATCH-TRAILER                             00416400
                       CONTINUE                                         00416500
                   ELSE                                                 00416600
                       MOVE ST-BRANCH-NUMBER TO                         00416700
                           SK-BRANCH-NUMBER                             00419100
                       MOVE ST-SALESREP-NUMBER TO                       00420000
                           SK-SALESREP-NUMBER                           00420100
                       MOVE ST-CUSTOMER-NUMBER TO                       00421000
                           SK-CUSTOMER-NUMBER                           00421100
                       MOVE "Y" TO SALES-READY-SWITCH.                  00421200
                                                                        00422000
      **************************************************************    00422010
      * ROLLS ONE INVOICE INTO THE RUNNING BATCH COUNT AND AMOUNT  *    00422020
      **************************************************************    00422120
      * NOTES THE BATCH HEADER - ITS BATCH NUMBER IS WHAT THE      *    00422130
      * POSTED-BATCH REGISTER IS CHECKED AGAINST, SO THE CHECK     *    00422140
      * RUNS HERE, ON THE PROVING PASS                             *    00422150
      **************************************************************    00422160
       223-NOTE-BATCH-HEADER.                                           00422170
                                                                        00422180
                                                                        00422220
      **************************************************************    00422230
      * NOTES THE BATCH TRAILER'S DECLARED COUNT AND AMOUNT HASH - *    00422240
      * THEY ARE PROVED AGAINST THE RUNNING TOTALS WHEN THE        *    00422250
      * PROVING PASS REACHES END OF FILE, SO A SORTED BATCH WHOSE  *    00422260
      * TRAILER ARRIVES EARLY STILL BALANCES                       *    00422270
      **************************************************************    00422280
       224-NOTE-BATCH-TRAILER.                                          00422290
                                                                        00422300
           MOVE "Y" TO BATCH-TRAILER-SEEN-SW.                           00422340
                                                                        00422350
      **************************************************************    00422360
      * PROVES THE BATCH CONTROLS AFTER THE PROVING PASS - HEADER  *    00422370
      * AND TRAILER BOTH PRESENT, TRAILER KEYED TO THE SAME BATCH, *    00422380
      * AND THE DECLARED COUNT AND AMOUNT HASH MATCHING THE        *    00422390
      * INVOICES ACTUALLY READ. A MISMATCH MEANS THE BATCH IS      *    00422400
      * TRUNCATED OR DAMAGED AND THE RUN ABENDS                    *    00422410
               PERFORM 227-ABEND-BATCH-CONTROLS.                        00422500
                                                                        00422510
      **************************************************************    00422520
      * ABENDS THE RUN WHEN THE SALETRAN BATCH CONTROLS DO NOT     *    00422521
      * BALANCE TO THE INVOICES ACTUALLY READ. IDENTIFIES BOTH     *    00422522
      * SIDES ON THE CONSOLE BEFORE STOPPING. THE PROVING PASS HAS *    00422523
      * CLOSED SALETRAN AND NOTHING ELSE IS OPEN YET               *    00422524
      **************************************************************    00422560
       227-ABEND-BATCH-CONTROLS.                                        00422570
                                                                        00422580
               "  TRAILER SAYS " DECLARED-RECORD-COUNT.                 00422660
           DISPLAY "  AMOUNT HASH.... " BATCH-AMOUNT-HASH               00422670
               "  TRAILER SAYS " DECLARED-AMOUNT-HASH.                  00422680
           MOVE 16 TO RETURN-CODE.                                      00422690
           STOP RUN.                                                    00422750
                                                                        00422760
      **************************************************************    00422770
                   IF PB-PROGRAM-NAME = "SALESPOST"                     00422990
                       AND PB-BATCH-NUMBER = BATCH-NUMBER               00422993
                       PERFORM 700-ABEND-ALREADY-POSTED.                00422996
                                                                        00422997
      **************************************************************    00423000
      * POSTS ONE INVOICE - CAPTURES THE BEFORE FIGURE, ADDS THE   *    00424000
      * INVOICE AMOUNT INTO THE MASTER'S SALES THIS YTD IN PLACE,  *    00425000
           MOVE ST-SALES-AMOUNT    TO AUDIT-SALES-AMOUNT.               00440000
           MOVE CM-SALES-THIS-YTD  TO AUDIT-AFTER-THIS-YTD.             00441000
           MOVE "POSTED"           TO AUDIT-STATUS-TEXT.                00442000
           PERFORM 500-PRINT-AUDIT-LINE.                                00442100
           PERFORM 235-WRITE-OPEN-ITEM.                                 00442200
           PERFORM 237-REGISTER-POSTED-INVOICE.                         00442300
           PERFORM 270-ACCUMULATE-GL-AMOUNTS.                           00442400
                                                                        00443600
           *> AN INVOICE THAT PUSHED THE CUSTOMER OVER THEIR LIMIT      00443650
           *> GOES TO THE CREDIT DESK'S EXCEPTION REPORT                00443700
               MOVE CM-SALESREP-NUMBER    TO CRL-SALESREP-NUMBER        00444972
               MOVE CM-CUSTOMER-NUMBER    TO CRL-CUSTOMER-NUMBER        00444976
               MOVE CM-CUSTOMER-NAME      TO CRL-CUSTOMER-NAME          00444980
               MOVE ST-INVOICE-NUMBER     TO CRL-INVOICE-NUMBER         00444981
               MOVE CM-CREDIT-LIMIT       TO CRL-CREDIT-LIMIT           00444982
               MOVE CM-SALES-THIS-YTD     TO CRL-NEW-THIS-YTD           00444983
               MOVE CREDIT-OVERAGE-AMOUNT TO CRL-OVERAGE                00444984
               MOVE CREDIT-LINE           TO CRED-PRINT-AREA            00444985
               WRITE CRED-PRINT-AREA.                                   00444986
                                                                        00444987
      **************************************************************    00444988
      * ENTERS THE INVOICE JUST POSTED ON THE INVREG REGISTER SO A *    00444989
      * LATER CREDIT MEMO CAN BE PROVED AGAINST IT. AN INVOICE     *    00444990
      * NUMBER ALREADY REGISTERED IS A RE-FED INVOICE - ITS AMOUNT *    00444991
      * FOLDS INTO THE EXISTING ENTRY THE SAME WAY CASHPOST FOLDS  *    00444992
      * IT INTO THE EXISTING OPEN ITEM                             *    00444993
      **************************************************************    00444994
       237-REGISTER-POSTED-INVOICE.                                     00444995
                                                                        00444996
           MOVE ST-BRANCH-NUMBER   TO IR-BRANCH-NUMBER.                 00444997
           MOVE ST-SALESREP-NUMBER TO IR-SALESREP-NUMBER.               00444998
           MOVE ST-CUSTOMER-NUMBER TO IR-CUSTOMER-NUMBER.               00444999
           MOVE ST-INVOICE-NUMBER  TO IR-DOCUMENT-NUMBER.               00445000
           PERFORM 330-READ-INVOICE-REGISTER.                           00445001
                                                                        00445002
           IF REGISTER-FOUND-SWITCH = "Y"                               00445003
               PERFORM 238-ADD-TO-REGISTER-ENTRY                        00445004
           ELSE                                                         00445005
               PERFORM 239-WRITE-REGISTER-ENTRY.                        00445006
                                                                        00445007
      **************************************************************    00445008
      * FOLDS A RE-FED INVOICE'S AMOUNT INTO ITS EXISTING REGISTER *    00445009
      * ENTRY. VALIDATION REJECTED AN INVOICE WHOSE NUMBER IS ON   *    00445010
      * THE REGISTER AS ANYTHING ELSE, SO AN ENTRY THAT IS NOT AN  *    00445011
      * INVOICE OF THE SAME DATE MEANS THE REGISTER CHANGED UNDER  *    00445012
      * THE RUN                                                    *    00445013
      **************************************************************    00445014
       238-ADD-TO-REGISTER-ENTRY.                                       00445015
                                                                        00445016
           IF NOT IR-INVOICE                                            00445017
               OR IR-DOCUMENT-DATE NOT = ST-INVOICE-DATE                00445018
               PERFORM 248-ABEND-REGISTER-UPDATE                        00445019
           ELSE                                                         00445020
               ADD ST-SALES-AMOUNT TO IR-DOCUMENT-AMOUNT                00445021
               REWRITE INVOICE-REGISTER-RECORD                          00445022
                   INVALID KEY                                          00445023
                       PERFORM 248-ABEND-REGISTER-UPDATE.               00445024
                                                                        00445025
      **************************************************************    00445026
      * WRITES A NEW REGISTER ENTRY FOR THE INVOICE JUST POSTED,   *    00445027
      * WITH NOTHING CREDITED AGAINST IT YET                       *    00445028
      **************************************************************    00445029
       239-WRITE-REGISTER-ENTRY.                                        00445030
                                                                        00445031
           INITIALIZE INVOICE-REGISTER-RECORD.                          00445032
           MOVE ST-BRANCH-NUMBER   TO IR-BRANCH-NUMBER.                 00445033
           MOVE ST-SALESREP-NUMBER TO IR-SALESREP-NUMBER.               00445034
           MOVE ST-CUSTOMER-NUMBER TO IR-CUSTOMER-NUMBER.               00445035
           MOVE ST-INVOICE-NUMBER  TO IR-DOCUMENT-NUMBER.               00445036
           MOVE "I"                TO IR-DOCUMENT-TYPE.                 00445037
           MOVE ST-INVOICE-DATE    TO IR-DOCUMENT-DATE.                 00445038
           MOVE ST-SALES-AMOUNT    TO IR-DOCUMENT-AMOUNT.               00445039
           MOVE ZERO               TO IR-CREDITED-AMOUNT.               00445040
           MOVE BATCH-NUMBER       TO IR-BATCH-NUMBER.                  00445041
           MOVE CD-DATE-PART       TO IR-POST-DATE.                     00445042
           WRITE INVOICE-REGISTER-RECORD                                00445043
               INVALID KEY                                              00445044
                   PERFORM 248-ABEND-REGISTER-UPDATE.                   00445045
                                                                        00445046
      **************************************************************    00445047
      * APPLIES ONE CREDIT MEMO - TAKES THE CREDIT OFF THE         *    00445048
      * MASTER'S SALES THIS YTD IN PLACE, AUDITS IT AGAINST THE    *    00445049
      * INVOICE IT CREDITS, SENDS IT DOWN THE ARITEMS FEED, AND    *    00445050
      * ENTERS IT ON THE REGISTER. VALIDATION HAS ALREADY PROVED   *    00445051
      * THE INVOICE WAS POSTED AND HAS ROOM LEFT FOR THE CREDIT    *    00445052
      **************************************************************    00445053
       240-APPLY-CREDIT-MEMO.                                           00445054
                                                                        00445055
           MOVE CM-SALES-THIS-YTD  TO AUDIT-BEFORE-THIS-YTD.            00445056
           SUBTRACT ST-SALES-AMOUNT FROM CM-SALES-THIS-YTD.             00445057
           ADD 1 TO CREDIT-COUNT.                                       00445058
                                                                        00445059
           MOVE "CREDIT"           TO AUDIT-ACTION.                     00445060
           MOVE CM-BRANCH-NUMBER   TO AUDIT-BRANCH-NUMBER.              00445061
           MOVE CM-SALESREP-NUMBER TO AUDIT-SALESREP-NUMBER.            00445062
           MOVE CM-CUSTOMER-NUMBER TO AUDIT-CUSTOMER-NUMBER.            00445063
           MOVE ST-INVOICE-NUMBER  TO AUDIT-INVOICE-NUMBER.             00445064
           COMPUTE AUDIT-SALES-AMOUNT = ZERO - ST-SALES-AMOUNT.         00445065
           MOVE CM-SALES-THIS-YTD  TO AUDIT-AFTER-THIS-YTD.             00445066
           MOVE ST-CREDIT-INVOICE-NUMBER TO CST-INVOICE-NUMBER.         00445067
           MOVE CREDIT-STATUS-TEXT TO AUDIT-STATUS-TEXT.                00445068
           PERFORM 500-PRINT-AUDIT-LINE.                                00445069
           PERFORM 242-WRITE-CREDIT-ITEM.                               00445070
           PERFORM 244-REGISTER-CREDIT-MEMO.                            00445071
           PERFORM 270-ACCUMULATE-GL-AMOUNTS.                           00445072
                                                                        00445073
      **************************************************************    00445074
      * WRITES THE CREDIT MEMO JUST APPLIED TO THE ARITEMS FEED,   *    00445075
      * KEYED TO THE INVOICE IT CREDITS, SO THE AR POSTING RUN     *    00445076
      * (CASHPOST) TAKES IT OFF THAT INVOICE'S OPEN BALANCE        *    00445077
      **************************************************************    00445078
       242-WRITE-CREDIT-ITEM.                                           00445079
                                                                        00445080
           INITIALIZE NEW-OPEN-ITEM.                                    00445081
           MOVE ST-BRANCH-NUMBER   TO AI-BRANCH-NUMBER.                 00445082
           MOVE ST-SALESREP-NUMBER TO AI-SALESREP-NUMBER.               00445083
           MOVE ST-CUSTOMER-NUMBER TO AI-CUSTOMER-NUMBER.               00445084
           MOVE ST-CREDIT-INVOICE-NUMBER TO AI-INVOICE-NUMBER.          00445085
           MOVE ST-INVOICE-DATE    TO AI-INVOICE-DATE.                  00445086
           MOVE ST-SALES-AMOUNT    TO AI-INVOICE-AMOUNT.                00445087
           MOVE ST-SALES-AMOUNT    TO AI-OPEN-BALANCE.                  00445088
           MOVE "C"                TO AI-ITEM-TYPE.                     00445089
           MOVE ST-INVOICE-NUMBER  TO AI-CREDIT-MEMO-NUMBER.            00445090
           WRITE NEW-OPEN-ITEM.                                         00445091
           ADD 1 TO OPEN-ITEM-COUNT.                                    00445092
                                                                        00445093
      **************************************************************    00445094
      * ADDS THE CREDIT TO THE RUNNING CREDITED TOTAL ON THE       *    00445095
      * INVOICE'S REGISTER ENTRY AND ENTERS THE CREDIT MEMO ITSELF *    00445096
      * NAMING THE INVOICE IT CREDITED - HISTPOST ONLY FOLDS IN    *    00445097
      * CREDIT MEMOS IT FINDS ENTERED HERE                         *    00445098
      **************************************************************    00445099
       244-REGISTER-CREDIT-MEMO.                                        00445100
                                                                        00445101
           MOVE ST-BRANCH-NUMBER   TO IR-BRANCH-NUMBER.                 00445102
           MOVE ST-SALESREP-NUMBER TO IR-SALESREP-NUMBER.               00445103
           MOVE ST-CUSTOMER-NUMBER TO IR-CUSTOMER-NUMBER.               00445104
           MOVE ST-CREDIT-INVOICE-NUMBER TO IR-DOCUMENT-NUMBER.         00445105
           PERFORM 330-READ-INVOICE-REGISTER.                           00445106
           IF REGISTER-FOUND-SWITCH = "N"                               00445107
               PERFORM 248-ABEND-REGISTER-UPDATE.                       00445108
                                                                        00445109
           ADD ST-SALES-AMOUNT TO IR-CREDITED-AMOUNT.                   00445110
           REWRITE INVOICE-REGISTER-RECORD                              00445111
               INVALID KEY                                              00445112
                   PERFORM 248-ABEND-REGISTER-UPDATE.                   00445113
                                                                        00445114
           INITIALIZE INVOICE-REGISTER-RECORD.                          00445115
           MOVE ST-BRANCH-NUMBER   TO IR-BRANCH-NUMBER.                 00445116
           MOVE ST-SALESREP-NUMBER TO IR-SALESREP-NUMBER.               00445117
           MOVE ST-CUSTOMER-NUMBER TO IR-CUSTOMER-NUMBER.               00445118
           MOVE ST-INVOICE-NUMBER  TO IR-DOCUMENT-NUMBER.               00445119
           MOVE "C"                TO IR-DOCUMENT-TYPE.                 00445120
           MOVE ST-INVOICE-DATE    TO IR-DOCUMENT-DATE.                 00445121
           MOVE ST-SALES-AMOUNT    TO IR-DOCUMENT-AMOUNT.               00445122
           MOVE ZERO               TO IR-CREDITED-AMOUNT.               00445123
           MOVE ST-CREDIT-INVOICE-NUMBER TO IR-CREDITED-INVOICE.        00445124
           MOVE BATCH-NUMBER       TO IR-BATCH-NUMBER.                  00445125
           MOVE CD-DATE-PART       TO IR-POST-DATE.                     00445126
           WRITE INVOICE-REGISTER-RECORD                                00445127
               INVALID KEY                                              00445128
                   PERFORM 248-ABEND-REGISTER-UPDATE.                   00445129
                                                                        00445130
      **************************************************************    00445131
      * ABENDS THE RUN WHEN THE INVREG REGISTER CANNOT BE UPDATED  *    00445132
      * FOR A DOCUMENT ALREADY APPLIED TO THE MASTER - CARRYING ON *    00445133
      * WOULD LEAVE THE REGISTER UNABLE TO POLICE LATER CREDITS.   *    00445134
      * THE BATCH CONTROLS WERE PROVED BEFORE INVREG WAS OPENED,   *    00445135
      * SO ONLY A FAILURE OF THE REGISTER FILE ITSELF GETS HERE.   *    00445136
      * THE BATCH IS NOT REGISTERED ON POSTREG, BUT THE ENTRIES    *    00445137
      * MADE BEFORE THE FAILURE STAY ON INVREG - RESTORE INVREG    *    00445138
      * FROM ITS COPY TAKEN BEFORE THE RUN, THEN RERUN THE BATCH   *    00445139
      **************************************************************    00445140
       248-ABEND-REGISTER-UPDATE.                                       00445141
                                                                        00445142
           DISPLAY "SALESPOST - INVREG REGISTER UPDATE FAILED - ABEND". 00445143
           DISPLAY "  BRANCH " IR-BRANCH-NUMBER                         00445144
               "  SALESREP " IR-SALESREP-NUMBER                         00445145
               "  CUSTOMER " IR-CUSTOMER-NUMBER                         00445146
               "  DOCUMENT " IR-DOCUMENT-NUMBER.                        00445147
           DISPLAY "  RESTORE INVREG FROM ITS BACKUP BEFORE"            00445157
               " RERUNNING".                                            00445167
           CLOSE CUSTMAST                                               00445177
                 SALETRAN                                               00445187
                 ONEWCUST                                               00445197
                 OSALEPOST                                              00445207
                 OARITEM                                                00445217
                 OCREDEXC                                               00445227
                 OGLJRNL                                                00445237
                 INVREG.                                                00445247
           MOVE 16 TO RETURN-CODE.                                      00445257
           STOP RUN.                                                    00445267
                                                                        00445277
      **************************************************************    00445287
      * WRITES THE CURRENT MASTER RECORD TO ONEWCUST, CARRYING     *    00446000
      * WHATEVER POSTINGS 230-APPLY-SALES-POSTING HAS ACCUMULATED  *    00447000
      * INTO ITS SALES THIS YTD - USED WHEN A CUSTOMER HAS NO      *    00448000
           ADD NM-SALES-BUDGET-YTD TO OUT-HASH-BUDGET-YTD.              00462664
           ADD NM-SALES-PRIOR-YTD  TO OUT-HASH-PRIOR-YTD.               00462830
                                                                        00463000
      **************************************************************    00463010
      * ADDS THE INVOICE OR CREDIT MEMO JUST POSTED INTO ITS       *    00463020
      * BRANCH'S GENERAL LEDGER TOTALS. SALETRAN IS IN BRANCH      *    00463030
      * ORDER, SO A CHANGE OF BRANCH JOURNALS THE BRANCH BEFORE IT *    00463040
      * AND STARTS TOTALLING THE NEW ONE                           *    00463050
      **************************************************************    00463060
       270-ACCUMULATE-GL-AMOUNTS.                                       00463070
                                                                        00463080
           IF GL-BRANCH-ACTIVE-SW = "Y"                                 00463090
               AND ST-BRANCH-NUMBER NOT = GL-BRANCH-NUMBER              00463100
               PERFORM 620-WRITE-GL-BRANCH-ENTRIES.                     00463110
                                                                        00463120
           IF GL-BRANCH-ACTIVE-SW = "N"                                 00463130
               PERFORM 272-START-GL-BRANCH.                             00463140
                                                                        00463150
           IF ST-CREDIT-MEMO                                            00463160
               ADD ST-SALES-AMOUNT TO GL-CREDIT-TOTAL                   00463170
           ELSE                                                         00463180
               ADD ST-SALES-AMOUNT TO GL-INVOICE-TOTAL.                 00463190
           ADD ST-SALES-AMOUNT TO GL-POSTED-AMOUNT.                     00463200
                                                                        00463210
      **************************************************************    00463220
      * STARTS TOTALLING A NEW BRANCH                              *    00463230
      **************************************************************    00463240
       272-START-GL-BRANCH.                                             00463250
                                                                        00463260
           MOVE ST-BRANCH-NUMBER TO GL-BRANCH-NUMBER.                   00463270
           MOVE ZERO TO GL-INVOICE-TOTAL.                               00463280
           MOVE ZERO TO GL-CREDIT-TOTAL.                                00463290
           MOVE "Y" TO GL-BRANCH-ACTIVE-SW.                             00463300
                                                                        00463400
      **************************************************************    00464000
      * REJECTS AN INVOICE - AUDITS THE ATTEMPTED POSTING AND THE  *    00465000
      * REASON IT WAS REJECTED WITHOUT APPLYING IT                 *    00466000
           PERFORM 500-PRINT-AUDIT-LINE.                                00480000
                                                                        00481000
      **************************************************************    00482000
      * VALIDATES THE NUMERIC KEY FIELDS, THE INVOICE AMOUNT, AND  *    00482100
      * THE TRANSACTION TYPE ON A SALES TRANSACTION BEFORE IT IS   *    00482200
      * POSTED                                                     *    00482300
      **************************************************************    00485000
       300-VALIDATE-SALES-RECORD.                                       00486000
                                                                        00487000
                       MOVE "INVALID CUSTOMER NUMBER" TO                00501000
                           REJECT-REASON                                00502000
                   ELSE                                                 00503000
                       IF ST-SALES-AMOUNT NOT NUMERIC                   00503100
                           MOVE "N" TO INVOICE-VALID-SWITCH             00503200
                           MOVE "INVALID SALES AMOUNT" TO               00503300
                               REJECT-REASON                            00503400
                       ELSE                                             00503500
                           PERFORM 305-CHECK-INVOICE-PERIOD             00504500
                           IF INVOICE-IS-VALID                          00505500
                               PERFORM 310-VALIDATE-TRANSACTION-TYPE.   00506500
                                                                        00508000
           IF INVOICE-IS-VALID                                          00508001
               PERFORM 315-VALIDATE-GL-BRANCH.                          00508002
                                                                        00508003
      **************************************************************    00508004
      * AN INVOICE OR CREDIT MEMO CAN ONLY POST INTO THE MONTH     *    00508005
      * OPEN ON PERIODCTL - ONE DATED IN A MONTH ALREADY CLOSED,   *    00508006
      * OR IN ONE NOT YET OPENED, IS REJECTED                      *    00508007
      **************************************************************    00508008
       305-CHECK-INVOICE-PERIOD.                                        00508009
                                                                        00508010
           IF ST-INVOICE-DATE NOT NUMERIC                               00508011
               MOVE "N" TO INVOICE-VALID-SWITCH                         00508012
               MOVE "INVALID INVOICE DATE" TO REJECT-REASON             00508013
           ELSE                                                         00508014
               DIVIDE ST-INVOICE-DATE BY 100                            00508015
                   GIVING TRANSACTION-PERIOD                            00508016
               IF TRANSACTION-PERIOD NOT = OPEN-PERIOD                  00508017
                   MOVE "N" TO INVOICE-VALID-SWITCH                     00508018
                   MOVE "CLOSED PERIOD" TO REJECT-REASON.               00508019
                                                                        00508020
      **************************************************************    00508021
      * VALIDATES THE TRANSACTION TYPE - AN INVOICE OR A CREDIT    *    00508022
      * MEMO IS PROVED AGAINST THE REGISTER, AND ANY OTHER TYPE IS *    00508023
      * REJECTED                                                   *    00508024
      **************************************************************    00508050
       310-VALIDATE-TRANSACTION-TYPE.                                   00508060
                                                                        00508070
           IF ST-CREDIT-MEMO                                            00508080
               PERFORM 320-VALIDATE-CREDIT-MEMO                         00508090
           ELSE                                                         00508100
               IF ST-SALES-INVOICE                                      00508101
                   PERFORM 312-VALIDATE-INVOICE                         00508102
               ELSE                                                     00508103
                   MOVE "N" TO INVOICE-VALID-SWITCH                     00508104
                   MOVE "INVALID TRAN TYPE" TO REJECT-REASON.           00508105
                                                                        00508106
      **************************************************************    00508107
      * VALIDATES AN INVOICE - IT MUST BE FOR A POSITIVE AMOUNT (A *    00508108
      * RETURN IS A CREDIT MEMO NAMING ITS INVOICE), AND ITS       *    00508109
      * NUMBER MUST BE NEW TO THE REGISTER OR ALREADY THERE AS AN  *    00508110
      * INVOICE OF THE SAME DATE BEING RE-FED. ONE REGISTERED AS A *    00508111
      * CREDIT MEMO OR UNDER ANOTHER DATE WOULD POST WITH NO ENTRY *    00508112
      * OF ITS OWN, AND HISTPOST COULD NOT MATCH IT                *    00508113
      **************************************************************    00508114
       312-VALIDATE-INVOICE.                                            00508115
                                                                        00508116
           IF ST-SALES-AMOUNT NOT > ZERO                                00508117
               MOVE "N" TO INVOICE-VALID-SWITCH                         00508118
               MOVE "INVALID INVOICE AMT" TO REJECT-REASON              00508119
           ELSE                                                         00508120
               MOVE ST-BRANCH-NUMBER   TO IR-BRANCH-NUMBER              00508121
               MOVE ST-SALESREP-NUMBER TO IR-SALESREP-NUMBER            00508122
               MOVE ST-CUSTOMER-NUMBER TO IR-CUSTOMER-NUMBER            00508123
               MOVE ST-INVOICE-NUMBER  TO IR-DOCUMENT-NUMBER            00508124
               PERFORM 330-READ-INVOICE-REGISTER                        00508125
               IF REGISTER-FOUND-SWITCH = "Y"                           00508126
                   IF NOT IR-INVOICE                                    00508127
                       OR IR-DOCUMENT-DATE NOT = ST-INVOICE-DATE        00508128
                       MOVE "N" TO INVOICE-VALID-SWITCH                 00508129
                       MOVE "DUPLICATE INVOICE NO" TO REJECT-REASON.    00508130
                                                                        00508140
      **************************************************************    00508141
      * AN INVOICE OR CREDIT MEMO CAN ONLY POST WHEN ITS BRANCH    *    00508142
      * HAS LEDGER ACCOUNTS ON GLACCT - OTHERWISE IT WOULD POST TO *    00508143
      * THE MASTER WITH NOWHERE TO JOURNAL IT                      *    00508144
      **************************************************************    00508145
       315-VALIDATE-GL-BRANCH.                                          00508146
                                                                        00508147
           MOVE ST-BRANCH-NUMBER TO LOOKUP-GL-BRANCH.                   00508148
           PERFORM 340-LOOKUP-GL-ACCOUNTS.                              00508149
           IF GL-ACCOUNTS-FOUND-SW = "N"                                00508150
               MOVE "N" TO INVOICE-VALID-SWITCH                         00508151
               MOVE "BRANCH NOT ON GLACCT" TO REJECT-REASON.            00508152
                                                                        00508153
      **************************************************************    00508154
      * VALIDATES A CREDIT MEMO - IT MUST NAME A NUMERIC INVOICE,  *    00508160
      * CREDIT A POSITIVE AMOUNT, AND CARRY A CREDIT MEMO NUMBER   *    00508170
      * NOT ALREADY ON THE REGISTER BEFORE ITS INVOICE IS LOOKED   *    00508180
      * UP                                                         *    00508190
      **************************************************************    00508200
       320-VALIDATE-CREDIT-MEMO.                                        00508210
                                                                        00508220
           IF ST-CREDIT-INVOICE-NUMBER NOT NUMERIC                      00508230
               MOVE "N" TO INVOICE-VALID-SWITCH                         00508240
               MOVE "INVALID CM INVOICE" TO REJECT-REASON               00508250
           ELSE                                                         00508260
               IF ST-SALES-AMOUNT NOT > ZERO                            00508270
                   MOVE "N" TO INVOICE-VALID-SWITCH                     00508280
                   MOVE "INVALID CREDIT AMT" TO REJECT-REASON           00508290
               ELSE                                                     00508300
                   MOVE ST-BRANCH-NUMBER   TO IR-BRANCH-NUMBER          00508310
                   MOVE ST-SALESREP-NUMBER TO IR-SALESREP-NUMBER        00508320
                   MOVE ST-CUSTOMER-NUMBER TO IR-CUSTOMER-NUMBER        00508330
                   MOVE ST-INVOICE-NUMBER  TO IR-DOCUMENT-NUMBER        00508340
                   PERFORM 330-READ-INVOICE-REGISTER                    00508350
                   IF REGISTER-FOUND-SWITCH = "Y"                       00508360
                       MOVE "N" TO INVOICE-VALID-SWITCH                 00508370
                       MOVE "DUPLICATE CM NUMBER" TO REJECT-REASON      00508380
                   ELSE                                                 00508390
                       PERFORM 325-CHECK-CREDITED-INVOICE.              00508400
                                                                        00508410
      **************************************************************    00508420
      * PROVES THE CREDITED INVOICE AGAINST ITS REGISTER ENTRY -   *    00508430
      * IT MUST HAVE BEEN POSTED FOR THIS CUSTOMER, ON THE DATE    *    00508440
      * THE CREDIT MEMO GIVES (HISTPOST FILES THE CREDIT UNDER     *    00508450
      * THAT MONTH), AND THIS CREDIT PLUS THE CREDITS ALREADY      *    00508460
      * TAKEN MUST NOT EXCEED THE INVOICE AMOUNT                   *    00508470
      **************************************************************    00508480
       325-CHECK-CREDITED-INVOICE.                                      00508490
                                                                        00508500
           MOVE ST-BRANCH-NUMBER   TO IR-BRANCH-NUMBER.                 00508510
           MOVE ST-SALESREP-NUMBER TO IR-SALESREP-NUMBER.               00508520
           MOVE ST-CUSTOMER-NUMBER TO IR-CUSTOMER-NUMBER.               00508530
           MOVE ST-CREDIT-INVOICE-NUMBER TO IR-DOCUMENT-NUMBER.         00508540
           PERFORM 330-READ-INVOICE-REGISTER.                           00508550
                                                                        00508560
           IF REGISTER-FOUND-SWITCH = "N"                               00508570
               OR NOT IR-INVOICE                                        00508580
               MOVE "N" TO INVOICE-VALID-SWITCH                         00508590
               MOVE "CM INVOICE NOT POSTD" TO REJECT-REASON             00508600
           ELSE                                                         00508610
               IF ST-CREDIT-INVOICE-DATE NOT = IR-DOCUMENT-DATE         00508620
                   MOVE "N" TO INVOICE-VALID-SWITCH                     00508630
                   MOVE "CM DATE MISMATCH" TO REJECT-REASON             00508640
               ELSE                                                     00508641
                   IF IR-CREDITED-AMOUNT + ST-SALES-AMOUNT              00508642
                       > IR-DOCUMENT-AMOUNT                             00508643
                       MOVE "N" TO INVOICE-VALID-SWITCH                 00508644
                       MOVE "CM EXCEEDS INVOICE" TO REJECT-REASON       00508645
                   ELSE                                                 00508646
                       PERFORM 328-CHECK-CREDIT-YEAR.                   00508647
                                                                        00508648
      **************************************************************    00508649
      * A CREDIT MEMO MUST FALL IN THE SAME YEAR AS THE INVOICE IT *    00508650
      * CREDITS - IT COMES OFF THIS YEAR'S SALES ON THE MASTER AND *    00508651
      * OFF THE INVOICE'S MONTH IN SALESHIST, AND AN INVOICE FROM  *    00508652
      * A PRIOR YEAR WOULD PUT THE TWO SIDES HISTCHK PROVES OUT    *    00508653
      * OF STEP. A PRIOR-YEAR CREDIT IS ADJUSTED BY HAND           *    00508654
      **************************************************************    00508655
       328-CHECK-CREDIT-YEAR.                                           00508656
                                                                        00508657
           DIVIDE ST-INVOICE-DATE  BY 10000 GIVING CREDIT-MEMO-YEAR.    00508658
           DIVIDE IR-DOCUMENT-DATE BY 10000                             00508659
               GIVING CREDITED-INVOICE-YEAR.                            00508660
           IF CREDIT-MEMO-YEAR NOT = CREDITED-INVOICE-YEAR              00508661
               MOVE "N" TO INVOICE-VALID-SWITCH                         00508662
               MOVE "CM PRIOR YEAR INV" TO REJECT-REASON.               00508663
                                                                        00508700
      **************************************************************    00508710
      * READS THE REGISTER ENTRY FOR THE KEY ALREADY MOVED INTO    *    00508720
      * IR-REGISTER-KEY AND SETS THE FOUND SWITCH                  *    00508730
      **************************************************************    00508740
       330-READ-INVOICE-REGISTER.                                       00508750
                                                                        00508760
           MOVE "Y" TO REGISTER-FOUND-SWITCH.                           00508770
           READ INVREG                                                  00508780
               INVALID KEY                                              00508790
                   MOVE "N" TO REGISTER-FOUND-SWITCH.                   00508791
                                                                        00508800
      **************************************************************    00509000
      * LOOKS UP THE BRANCH IN LOOKUP-GL-BRANCH IN THE GL ACCOUNT  *    00509010
      * TABLE AND SETS THE FOUND SWITCH AND THE BRANCH'S ACCOUNTS  *    00509020
      **************************************************************    00509030
       340-LOOKUP-GL-ACCOUNTS.                                          00509040
                                                                        00509050
           MOVE "N" TO GL-ACCOUNTS-FOUND-SW.                            00509060
           SET GL-IDX TO 1.                                             00509070
           SEARCH GL-TABLE-ENTRY                                        00509080
               AT END                                                   00509090
                   CONTINUE                                             00509100
               WHEN GLT-BRANCH-NUMBER(GL-IDX) = LOOKUP-GL-BRANCH        00509110
                   MOVE "Y" TO GL-ACCOUNTS-FOUND-SW                     00509120
                   MOVE GLT-RECEIVABLE-ACCOUNT(GL-IDX)                  00509130
                       TO GL-RECEIVABLE-ACCOUNT                         00509140
                   MOVE GLT-REVENUE-ACCOUNT(GL-IDX)                     00509150
                       TO GL-REVENUE-ACCOUNT.                           00509160
                                                                        00509161
      **************************************************************    00509170
      * WRITES ONE LINE TO THE AUDIT LISTING FROM THE FIELDS IN    *    00510000
      * AUDIT-WORK-FIELDS. UPDATES THE LINE COUNTER SO IT KNOWS    *    00511000
      * WHEN IT HAS TO REPRINT THE HEADER LINES FOR A NEW PAGE     *    00512000
       600-PRINT-AUDIT-TOTALS.                                          00536000
                                                                        00537000
           MOVE POSTED-COUNT TO ATL-POSTED-COUNT.                       00538000
           MOVE CREDIT-COUNT TO ATL-CREDIT-COUNT.                       00538100
           MOVE REJECT-COUNT TO ATL-REJECT-COUNT.                       00539000
           MOVE OPEN-ITEM-COUNT TO ATL-OPEN-ITEM-COUNT.                 00539500
           MOVE AUDIT-TOTALS-LINE TO AUDIT-PRINT-AREA.                  00540000
           WRITE NEW-TRAILER-RECORD.                                    00560000
                                                                        00560100
      **************************************************************    00560200
      * JOURNALS ONE BRANCH'S POSTINGS TO THE GENERAL LEDGER -     *    00560201
      * INVOICES DEBIT RECEIVABLES AND CREDIT REVENUE, CREDIT      *    00560202
      * MEMOS REVERSE THEM. A SIDE WITH NOTHING POSTED WRITES NO   *    00560203
      * ENTRIES                                                    *    00560204
      **************************************************************    00560205
       620-WRITE-GL-BRANCH-ENTRIES.                                     00560206
                                                                        00560207
           *> PICK UP THE BRANCH'S ACCOUNTS HERE RATHER THAN WHEN THE   00560208
           *> BRANCH STARTED - VALIDATING EACH LATER TRANSACTION LOOKS  00560209
           *> UP THAT TRANSACTION'S BRANCH, WHICH MAY BE THE NEXT ONE.  00560210
           *> VALIDATION HAS ALREADY PROVED THE BRANCH IS ON GLACCT     00560211
           MOVE GL-BRANCH-NUMBER TO LOOKUP-GL-BRANCH.                   00560212
           PERFORM 340-LOOKUP-GL-ACCOUNTS.                              00560213
                                                                        00560214
           IF GL-INVOICE-TOTAL NOT = ZERO                               00560215
               MOVE "SALES INVOICES"      TO GL-ENTRY-DESCRIPTION       00560216
               MOVE GL-RECEIVABLE-ACCOUNT TO GL-ENTRY-ACCOUNT           00560217
               MOVE GL-INVOICE-TOTAL      TO GL-ENTRY-DEBIT             00560218
               MOVE ZERO                  TO GL-ENTRY-CREDIT            00560219
               PERFORM 625-WRITE-GL-ENTRY                               00560220
               MOVE GL-REVENUE-ACCOUNT    TO GL-ENTRY-ACCOUNT           00560221
               MOVE ZERO                  TO GL-ENTRY-DEBIT             00560222
               MOVE GL-INVOICE-TOTAL      TO GL-ENTRY-CREDIT            00560223
               PERFORM 625-WRITE-GL-ENTRY.                              00560224
                                                                        00560225
           IF GL-CREDIT-TOTAL NOT = ZERO                                00560226
               MOVE "CREDIT MEMOS"        TO GL-ENTRY-DESCRIPTION       00560227
               MOVE GL-REVENUE-ACCOUNT    TO GL-ENTRY-ACCOUNT           00560228
               MOVE GL-CREDIT-TOTAL       TO GL-ENTRY-DEBIT             00560229
               MOVE ZERO                  TO GL-ENTRY-CREDIT            00560230
               PERFORM 625-WRITE-GL-ENTRY                               00560231
               MOVE GL-RECEIVABLE-ACCOUNT TO GL-ENTRY-ACCOUNT           00560232
               MOVE ZERO                  TO GL-ENTRY-DEBIT             00560233
               MOVE GL-CREDIT-TOTAL       TO GL-ENTRY-CREDIT            00560234
               PERFORM 625-WRITE-GL-ENTRY.                              00560235
                                                                        00560236
           MOVE "N" TO GL-BRANCH-ACTIVE-SW.                             00560237
                                                                        00560238
      **************************************************************    00560239
      * WRITES ONE GENERAL LEDGER ENTRY FOR THE BRANCH BEING       *    00560240
      * JOURNALED, DATED INSIDE THE OPEN MONTH BY                  *    00560241
      * 105-SET-ACCOUNTING-DATE                                    *    00560242
      **************************************************************    00560243
       625-WRITE-GL-ENTRY.                                              00560244
                                                                        00560245
           INITIALIZE GL-JOURNAL-RECORD.                                00560246
           MOVE "SALESPOST"          TO GJ-PROGRAM-NAME.                00560247
           MOVE BATCH-NUMBER         TO GJ-BATCH-NUMBER.                00560248
           MOVE GL-BRANCH-NUMBER     TO GJ-BRANCH-NUMBER.               00560249
           MOVE ACCOUNTING-DATE      TO GJ-ACCOUNTING-DATE.             00560250
           MOVE GL-ENTRY-ACCOUNT     TO GJ-ACCOUNT-CODE.                00560251
           MOVE GL-ENTRY-DEBIT       TO GJ-DEBIT-AMOUNT.                00560252
           MOVE GL-ENTRY-CREDIT      TO GJ-CREDIT-AMOUNT.               00560253
           MOVE GL-ENTRY-DESCRIPTION TO GJ-ENTRY-DESCRIPTION.           00560254
           WRITE GL-JOURNAL-RECORD.                                     00560255
           ADD 1 TO GL-ENTRY-COUNT.                                     00560256
                                                                        00560266
      **************************************************************    00560276
      * APPENDS THIS BATCH TO THE POSTED-BATCH REGISTER - ONLY A   *    00560300
      * RUN THAT FINISHED CLEAN GETS HERE, SO THE REGISTER ONLY    *    00560400
      * EVER SHOWS BATCHES WHOSE POSTINGS ARE REALLY ON THE FILE   *    00560500
           MOVE CD-TIME-PART      TO PB-POST-TIME.                      00561500
           MOVE BATCH-IN-COUNT    TO PB-RECORD-COUNT.                   00561600
           MOVE BATCH-AMOUNT-HASH TO PB-AMOUNT-HASH.                    00561700
           MOVE GL-POSTED-AMOUNT  TO PB-POSTED-AMOUNT.                  00561710
           WRITE POSTED-BATCH-RECORD.                                   00561800
           CLOSE POSTREG.                                               00561900
                                                                        00562000
      **************************************************************    00562100
      * RECORD THE NEWCUST THIS RUN SEALED ON THE GENCAT CATALOG   *    00562101
      * AS THE NEXT GENERATION OF CUSTMAST - ITS PROGRAM, RUN DATE *    00562102
      * AND TIME, RETURN CODE, AND THE COUNT AND HASH TOTALS JUST  *    00562103
      * WRITTEN TO ITS CONTROL TRAILER. CUSTROLL RE-PROVES A KEPT  *    00562104
      * COPY AGAINST THESE FIGURES BEFORE RESTORING IT             *    00562105
      **************************************************************    00562106
       640-CATALOG-GENERATION.                                          00562107
                                                                        00562108
           MOVE ZERO TO LAST-GENERATION-NUMBER.                         00562109
           MOVE "N" TO GENCAT-EOF-SWITCH.                               00562110
           OPEN INPUT GENCAT.                                           00562111
           PERFORM 645-SCAN-GENERATION-CATALOG                          00562112
               UNTIL GENCAT-EOF-SWITCH = "Y".                           00562113
           CLOSE GENCAT.                                                00562114
                                                                        00562115
           MOVE FUNCTION CURRENT-DATE TO GENERATION-STAMP.              00562116
           OPEN EXTEND GENCAT.                                          00562117
           INITIALIZE GENERATION-CATALOG-RECORD.                        00562118
           ADD 1 LAST-GENERATION-NUMBER GIVING GC-GENERATION-NUMBER.    00562119
           MOVE "SALESPOST"         TO GC-PROGRAM-NAME.                 00562120
           MOVE GS-RUN-DATE         TO GC-RUN-DATE.                     00562121
           MOVE GS-RUN-TIME         TO GC-RUN-TIME.                     00562122
           MOVE RETURN-CODE         TO GC-RETURN-CODE.                  00562123
           MOVE MASTER-OUT-COUNT    TO GC-RECORD-COUNT.                 00562124
           MOVE OUT-HASH-THIS-YTD   TO GC-HASH-THIS-YTD.                00562125
           MOVE OUT-HASH-LAST-YTD   TO GC-HASH-LAST-YTD.                00562126
           MOVE OUT-HASH-BUDGET-YTD TO GC-HASH-BUDGET-YTD.              00562127
           MOVE OUT-HASH-PRIOR-YTD  TO GC-HASH-PRIOR-YTD.               00562128
           WRITE GENERATION-CATALOG-RECORD.                             00562129
           CLOSE GENCAT.                                                00562130
                                                                        00562131
      **************************************************************    00562132
      * READS ONE GENCAT ENTRY ON THE SCAN AND KEEPS THE HIGHEST   *    00562133
      * GENERATION NUMBER SEEN SO FAR                              *    00562134
      **************************************************************    00562135
       645-SCAN-GENERATION-CATALOG.                                     00562136
                                                                        00562137
           READ GENCAT                                                  00562138
               AT END                                                   00562139
                   MOVE "Y" TO GENCAT-EOF-SWITCH                        00562140
               NOT AT END                                               00562141
                   IF GC-GENERATION-NUMBER > LAST-GENERATION-NUMBER     00562142
                       MOVE GC-GENERATION-NUMBER                        00562143
                           TO LAST-GENERATION-NUMBER.                   00562144
                                                                        00562145
      **************************************************************    00562146
      * ABENDS THE RUN WHEN THE REGISTER SHOWS THIS BATCH WAS      *    00562200
      * ALREADY POSTED BY THIS PROGRAM - POSTING IT AGAIN WOULD    *    00562300
      * FOLD THE SAME INVOICES INTO CM-SALES-THIS-YTD TWICE.       *    00562400
      * THE GUARD RUNS ON THE PROVING PASS, SO ONLY SALETRAN AND   *    00562500
      * POSTREG ARE OPEN AND NOTHING HAS BEEN WRITTEN ANYWHERE     *    00562600
      **************************************************************    00562700
       700-ABEND-ALREADY-POSTED.                                        00562800
                                                                        00562900
               " WITH " PB-RECORD-COUNT " INVOICES".                    00563400
           DISPLAY "  THE RERUN HAS POSTED NOTHING - THE MASTER"        00563500
               " FILE IS UNCHANGED".                                    00563600
           CLOSE SALETRAN                                               00563700
                 POSTREG.                                               00563800
           MOVE 16 TO RETURN-CODE.                                      00564300
           STOP RUN.                                                    00564400
