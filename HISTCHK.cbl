      *   anything was found, so operations can hold the chain.         00026000
      *                                                                 00027000
      *   NOTHING IS UPDATED - CUSTMAST AND SALESHIST ARE ONLY READ.    00028000
      *                                                                 00028100
      *   2026.10.11  VF  Reconcile the year of the accounting month    00028200
      *                   open on the new PERIODCTL period control      00028300
      *                   file instead of the calendar year, so the     00028400
      *                   December close can be proved in January, and  00028500
      *                   log start and end records on RUNCTL with the  00028600
      *                   month reconciled and the findings, so the     00028700
      *                   PERIODCL period close can refuse to close a   00028800
      *                   month that has not reconciled clean.          00028900
       ENVIRONMENT DIVISION.                                            00029000
                                                                        00030000
       INPUT-OUTPUT SECTION.                                            00031000
               RECORD KEY IS CM-CUSTOMER-KEY.                           00037000
           SELECT SALESHIST ASSIGN TO SALESHIST.                        00038000
           SELECT OHISTCHK  ASSIGN TO HISTCHK.                          00039000
           SELECT PERIODCTL ASSIGN TO PERIODCTL.                        00039100
           SELECT RUNCTL    ASSIGN TO RUNCTL.                           00039200
                                                                        00040000
       DATA DIVISION.                                                   00041000
                                                                        00042000
           RECORD CONTAINS 130 CHARACTERS                               00070000
           BLOCK CONTAINS 130 CHARACTERS.                               00071000
       01  PRINT-AREA      PIC X(130).                                  00072000
                                                                        00072010
      **************************************************************    00072020
      * INPUT FILE - THE ACCOUNTING MONTH OPEN FOR POSTING, WHOSE  *    00072030
      * YEAR IS THE YEAR RECONCILED                                *    00072040
      **************************************************************    00072050
       FD  PERIODCTL                                                    00072060
           RECORDING MODE IS F                                          00072070
           LABEL RECORDS ARE STANDARD                                   00072080
           RECORD CONTAINS 80 CHARACTERS                                00072090
           BLOCK CONTAINS 80 CHARACTERS.                                00072100
           COPY PERIODCTL.                                              00072110
                                                                        00072120
      **************************************************************    00072130
      * SHARED RUN-CONTROL LOG (SEE RUNCTL.CPY) - THIS PROGRAM     *    00072140
      * APPENDS A START RECORD WHEN IT BEGINS AND AN END RECORD    *    00072150
      * CARRYING THE MONTH RECONCILED AND ITS FINDINGS WHEN IT     *    00072160
      * FINISHES, SO PERIODCL CAN PROVE THE MONTH CHECKED CLEAN    *    00072170
      **************************************************************    00072180
       FD  RUNCTL                                                       00072190
           RECORDING MODE IS F                                          00072200
           LABEL RECORDS ARE STANDARD                                   00072210
           RECORD CONTAINS 80 CHARACTERS                                00072220
           BLOCK CONTAINS 80 CHARACTERS.                                00072230
           COPY RUNCTL.                                                 00072240
                                                                        00073000
       WORKING-STORAGE SECTION.                                         00074000
                                                                        00075000
                                                                        00117000
      **************************************************************    00118000
      * THE YEAR BEING RECONCILED - CM-SALES-THIS-YTD ONLY CARRIES *    00119000
      * THE CURRENT YEAR, SO ONLY CURRENT-YEAR HISTORY ROWS COUNT. *    00119100
      * IT IS THE YEAR OF THE MONTH OPEN ON PERIODCTL - YEARENDRL  *    00119200
      * DOES NOT ROLL THE YEAR UNTIL ITS DECEMBER IS CLOSED        *    00119300
      **************************************************************    00121000
       01  REPORT-YEAR-FIELDS.                                          00122000
           05  REPORT-YEAR     PIC 9(4).                                00123000
           05  OPEN-PERIOD     PIC 9(6)    VALUE ZERO.                  00123100
           05  OPEN-PERIOD-PARTS REDEFINES OPEN-PERIOD.                 00123200
               10  OPEN-YEAR   PIC 9(4).                                00123300
               10  OPEN-MONTH  PIC 9(2).                                00123400
                                                                        00124000
      **************************************************************    00125000
      * RUNNING COUNT AND HASH TOTALS OF THE MASTER RECORDS READ,  *    00126000
      **************************************************************    00172000
      * USED TO PULL IN THE CURRENT-DATE-TIME VIA THE FUNCTION     *    00173000
      * CURRENT-DATE-AND-TIME WHICH WILL BE USED IN HEADER LINES   *    00174000
      * AND TO STAMP THE RUN-CONTROL RECORDS                       *    00175000
      **************************************************************    00176000
       01  CURRENT-DATE-AND-TIME.                                       00177000
           05  CD-DATE-PART.                                            00177100
               10  CD-YEAR         PIC 9999.                            00177200
               10  CD-MONTH        PIC 99.                              00177300
               10  CD-DAY          PIC 99.                              00177400
           05  CD-TIME-PART.                                            00177500
               10  CD-HOURS        PIC 99.                              00177600
               10  CD-MINUTES      PIC 99.                              00177700
               10  CD-SECONDS      PIC 99.                              00177800
           05  FILLER          PIC X(7).                                00177900
                                                                        00184000
      *------------------------------------------------------------*    00185000
      *                       OUTPUT FIELDS                        *    00186000
                                                                        00206000
      **************************************************************    00207000
      * STORES THE SECOND HEADER LINE - NAMES THE YEAR RECONCILED  *    00208000
      * AND THE ACCOUNTING MONTH OPEN WHEN IT WAS                  *    00208100
      **************************************************************    00209000
       01  HEADING-LINE-2.                                              00210000
           05  FILLER          PIC X(20)   VALUE                        00211000
               "RECONCILED FOR YEAR ".                                  00212000
           05  HL2-REPORT-YEAR PIC 9(4).                                00213000
           05  FILLER          PIC X(15)   VALUE                        00213100
               "   OPEN PERIOD ".                                       00213200
           05  HL2-OPEN-YEAR   PIC 9(4).                                00213300
           05  FILLER          PIC X(1)    VALUE "/".                   00213400
           05  HL2-OPEN-MONTH  PIC 9(2).                                00213500
           05  FILLER          PIC X(84)   VALUE SPACE.                 00213600
                                                                        00215000
      **************************************************************    00216000
      * STORES THE THIRD HEADER LINE - THE COLUMN NAMES            *    00217000
      **************************************************************    00270000
       000-RECONCILE-SALES-HISTORY.                                     00271000
                                                                        00272000
           *> THE OPEN MONTH NAMES THE YEAR RECONCILED                  00272100
           PERFORM 070-READ-PERIOD-CONTROL.                             00272200
           PERFORM 030-WRITE-START-RECORD.                              00272300
                                                                        00272400
           OPEN INPUT  CUSTMAST                                         00273000
                       SALESHIST                                        00274000
                OUTPUT OHISTCHK.                                        00275000
      *> RETURN CODE 8 TELLS OPERATIONS TO HOLD THE NIGHTLY CHAIN       00297000
           IF TOTAL-ERROR-COUNT > ZERO                                  00298000
               MOVE 8 TO RETURN-CODE.                                   00299000
           PERFORM 620-WRITE-END-RECORD.                                00299010
           STOP RUN.                                                    00299020
                                                                        00299030
      **************************************************************    00299040
      * APPENDS THIS RUN'S START RECORD TO THE RUN-CONTROL LOG     *    00299050
      **************************************************************    00299060
       030-WRITE-START-RECORD.                                          00299070
                                                                        00299080
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00299090
           OPEN EXTEND RUNCTL.                                          00299100
           INITIALIZE RUN-CONTROL-RECORD.                               00299110
           MOVE "S"            TO RC-RECORD-TYPE.                       00299120
           MOVE "HISTCHK"      TO RC-PROGRAM-NAME.                      00299130
           MOVE CD-DATE-PART   TO RC-RUN-DATE.                          00299140
           MOVE CD-TIME-PART   TO RC-RUN-TIME.                          00299150
           MOVE OPEN-PERIOD    TO RC-ACCOUNTING-PERIOD.                 00299160
           WRITE RUN-CONTROL-RECORD.                                    00299170
           CLOSE RUNCTL.                                                00299180
                                                                        00299190
      **************************************************************    00299200
      * READS THE ONE PERIODCTL RECORD FOR THE ACCOUNTING MONTH    *    00299210
      * OPEN FOR POSTING - ITS YEAR IS THE YEAR RECONCILED         *    00299220
      **************************************************************    00299230
       070-READ-PERIOD-CONTROL.                                         00299240
                                                                        00299250
           OPEN INPUT PERIODCTL.                                        00299260
           READ PERIODCTL                                               00299270
               AT END                                                   00299280
                   CLOSE PERIODCTL                                      00299290
                   PERFORM 075-ABEND-PERIOD-CONTROL.                    00299300
           CLOSE PERIODCTL.                                             00299310
           IF PC-OPEN-PERIOD NOT NUMERIC                                00299320
               PERFORM 075-ABEND-PERIOD-CONTROL                         00299330
           ELSE                                                         00299340
               IF PC-OPEN-MONTH < 1 OR PC-OPEN-MONTH > 12               00299350
                   PERFORM 075-ABEND-PERIOD-CONTROL                     00299360
               ELSE                                                     00299370
                   MOVE PC-OPEN-PERIOD TO OPEN-PERIOD.                  00299380
                                                                        00299390
      **************************************************************    00299400
      * ABENDS THE RUN WHEN PERIODCTL IS EMPTY OR ITS OPEN MONTH   *    00299410
      * IS NOT A VALID YYYYMM. NO OTHER FILE HAS BEEN OPENED YET   *    00299420
      **************************************************************    00299430
       075-ABEND-PERIOD-CONTROL.                                        00299440
                                                                        00299450
           DISPLAY "HISTCHK - NO VALID OPEN PERIOD ON PERIODCTL"        00299460
               " - ABEND".                                              00299470
           MOVE 16 TO RETURN-CODE.                                      00299480
           STOP RUN.                                                    00300000
                                                                        00301000
      **************************************************************    00302000
      * FORMATS THE REPORT HEADER BY GRABBING THE DATE TIME AND    *    00303000
      * STORING IT IN THE RELEVENT HEADER DATA ITEMS. THE OPEN     *    00304000
      * MONTH'S YEAR IS THE YEAR BEING RECONCILED                  *    00305000
      **************************************************************    00306000
       100-FORMAT-REPORT-HEADING.                                       00307000
                                                                        00308000
           MOVE CD-DAY     TO HL1-DAY.                                  00312000
           MOVE CD-YEAR    TO HL1-YEAR.                                 00313000
                                                                        00314000
           MOVE OPEN-YEAR  TO REPORT-YEAR.                              00315000
           MOVE REPORT-YEAR TO HL2-REPORT-YEAR.                         00316000
           MOVE OPEN-YEAR  TO HL2-OPEN-YEAR.                            00316100
           MOVE OPEN-MONTH TO HL2-OPEN-MONTH.                           00316200
                                                                        00317000
      **************************************************************    00318000
      * ONE STEP OF THE MERGE - COMPARES THE CURRENT MASTER KEY    *    00319000
           MOVE TOTAL-ERROR-COUNT   TO SL-ERROR-COUNT.                  00599000
           MOVE SUMMARY-LINE TO PRINT-AREA.                             00600000
           WRITE PRINT-AREA.                                            00601000
                                                                        00602000
      **************************************************************    00603000
      * APPENDS THIS RUN'S END RECORD TO THE RUN-CONTROL LOG WITH  *    00604000
      * THE MONTH RECONCILED AND THE RETURN CODE - PERIODCL ONLY   *    00605000
      * CLOSES A MONTH WHOSE LATEST HISTCHK END RECORD IS CLEAN    *    00606000
      **************************************************************    00607000
       620-WRITE-END-RECORD.                                            00608000
                                                                        00609000
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.         00610000
           OPEN EXTEND RUNCTL.                                          00611000
           INITIALIZE RUN-CONTROL-RECORD.                               00612000
           MOVE "E"            TO RC-RECORD-TYPE.                       00613000
           MOVE "HISTCHK"      TO RC-PROGRAM-NAME.                      00614000
           MOVE CD-DATE-PART   TO RC-RUN-DATE.                          00615000
           MOVE CD-TIME-PART   TO RC-RUN-TIME.                          00616000
           MOVE MASTER-IN-COUNT  TO RC-RECORDS-READ.                    00617000
           MOVE ZERO             TO RC-RECORDS-WRITTEN.                 00618000
           IF TOTAL-ERROR-COUNT > 99999                                 00619000
               MOVE 99999             TO RC-REJECT-COUNT                00620000
           ELSE                                                         00621000
               MOVE TOTAL-ERROR-COUNT TO RC-REJECT-COUNT.               00622000
           MOVE RETURN-CODE      TO RC-RETURN-CODE.                     00623000
           MOVE OPEN-PERIOD      TO RC-ACCOUNTING-PERIOD.               00624000
           WRITE RUN-CONTROL-RECORD.                                    00625000
           CLOSE RUNCTL.                                                00626000
