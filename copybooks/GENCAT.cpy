      **************************************************************    00001000
      * GENCAT.CPY                                                      00002000
      * SHARED LAYOUT FOR THE GENCAT MASTER GENERATION CATALOG -        00003000
      * ONE RECORD PER GENERATION OF CUSTMAST. EVERY PROGRAM THAT       00004000
      * SEALS A NEWCUST FOR THE JOB TO SWAP IN AS CUSTMAST APPENDS      00005000
      * THE NEXT GENERATION NUMBER WITH ITS PROGRAM, RUN DATE AND       00006000
      * TIME, RETURN CODE, AND THE RECORD COUNT AND HASH TOTALS IT      00007000
      * WROTE TO THE NEWCUST CONTROL TRAILER. CUSTROLL RE-PROVES A      00008000
      * KEPT COPY AGAINST ITS ENTRY BEFORE RESTORING IT, AND ADDS A     00009000
      * NEW GENERATION NAMING THE ONE IT RESTORED - THE OTHER           00010000
      * PROGRAMS LEAVE GC-RESTORED-GENERATION ZERO                      00011000
      **************************************************************    00012000
       01  GENERATION-CATALOG-RECORD.                                   00013000
           05  GC-GENERATION-NUMBER    PIC 9(6).                        00014000
           05  GC-PROGRAM-NAME         PIC X(12).                       00015000
           05  GC-RUN-DATE             PIC 9(8).                        00016000
           05  GC-RUN-TIME             PIC 9(6).                        00017000
           05  GC-RETURN-CODE          PIC 9(4).                        00018000
           05  GC-RECORD-COUNT         PIC 9(9).                        00019000
           05  GC-HASH-THIS-YTD        PIC S9(11)V99.                   00020000
           05  GC-HASH-LAST-YTD        PIC S9(11)V99.                   00021000
           05  GC-HASH-BUDGET-YTD      PIC S9(11)V99.                   00022000
           05  GC-HASH-PRIOR-YTD       PIC S9(11)V99.                   00023000
           05  GC-RESTORED-GENERATION  PIC 9(6).                        00024000
           05  FILLER                  PIC X(27).                       00025000
