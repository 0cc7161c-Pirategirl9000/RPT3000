      * TRANSACTION CODE (A/C/D, PLUS B FOR A BUDGET LOAD APPLIED       00009000
      * BY MSTRUPDT), THE KEY, AND THE BEFORE/AFTER FIELD IMAGES.       00010000
      * SALES REP CHANGES FROM REPMAINT CARRY ZEROES IN THE             00011000
      * CUSTOMER NUMBER. CUSTMRGE FILES A MERGE AS CODE M UNDER         00011100
      * BOTH THE DUPLICATE AND THE SURVIVING KEY, THE AFTER IMAGE       00011200
      * NAMING THE OTHER KEY. READ BACK NEWEST-FIRST BY AUDITINQ        00011300
      **************************************************************    00013000
       01  AUDIT-HISTORY-RECORD.                                        00014000
           05  AH-RUN-DATE             PIC 9(8).                        00015000
