               RECORD KEY IS NCF-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-SP-FILE ASSIGN TO
           "/home/zelly/SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-SP-FILE ASSIGN TO
           "/home/zelly/SUPPLIER.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NSP-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-PO-FILE ASSIGN TO
           "/home/zelly/PURCHORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-PO-FILE ASSIGN TO
           "/home/zelly/PURCHORD.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPO-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-RX-FILE ASSIGN TO
           "/home/zelly/RECEIPTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-RX-FILE ASSIGN TO
           "/home/zelly/RECEIPTS.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NRX-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-SO-FILE ASSIGN TO
           "/home/zelly/STANDORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-SO-FILE ASSIGN TO
           "/home/zelly/STANDORD.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NSO-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-VR-FILE ASSIGN TO
           "/home/zelly/VITALRNG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VR-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-VR-FILE ASSIGN TO
           "/home/zelly/VITALRNG.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NVR-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-PS-FILE ASSIGN TO
           "/home/zelly/PARSUPLY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-PS-FILE ASSIGN TO
           "/home/zelly/PARSUPLY.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPS-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-FC-FILE ASSIGN TO
           "/home/zelly/FOODCERT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-FC-FILE ASSIGN TO
           "/home/zelly/FOODCERT.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFC-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-DT-FILE ASSIGN TO
           "/home/zelly/DENTAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-DT-FILE ASSIGN TO
           "/home/zelly/DENTAL.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NDT-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-FB-FILE ASSIGN TO
           "/home/zelly/FEEDING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-FB-FILE ASSIGN TO
           "/home/zelly/FEEDING.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFB-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-FA-FILE ASSIGN TO
           "/home/zelly/FEEDATT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-FA-FILE ASSIGN TO
           "/home/zelly/FEEDATT.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NFA-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-PL-FILE ASSIGN TO
           "/home/zelly/LETTERREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-PL-FILE ASSIGN TO
           "/home/zelly/LETTERREG.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NPL-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-RI-FILE ASSIGN TO
           "/home/zelly/REFIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-RI-FILE ASSIGN TO
           "/home/zelly/REFIN.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NRI-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-CKP-FILE ASSIGN TO
           "/home/zelly/CHECKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKP-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-CKP-FILE ASSIGN TO
           "/home/zelly/CHECKPT.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCKP-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-DY-FILE ASSIGN TO
           "/home/zelly/DAILYSTATS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DY-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-DY-FILE ASSIGN TO
           "/home/zelly/DAILYSTATS.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NDY-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-DR-FILE ASSIGN TO
           "/home/zelly/DUTYROST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-DR-FILE ASSIGN TO
           "/home/zelly/DUTYROST.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NDR-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-EQ-FILE ASSIGN TO
           "/home/zelly/EQUIPMENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-EQ-FILE ASSIGN TO
           "/home/zelly/EQUIPMENT.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEQ-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-EL-FILE ASSIGN TO
           "/home/zelly/EQUIPLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-EL-FILE ASSIGN TO
           "/home/zelly/EQUIPLOG.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEL-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-VD-FILE ASSIGN TO
           "/home/zelly/VITALDEV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VD-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-VD-FILE ASSIGN TO
           "/home/zelly/VITALDEV.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NVD-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-CV-FILE ASSIGN TO
           "/home/zelly/INSCOVER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-CV-FILE ASSIGN TO
           "/home/zelly/INSCOVER.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCV-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-EM-FILE ASSIGN TO
           "/home/zelly/EMRTRACK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-KEY
               ALTERNATE RECORD KEY IS EM-ALT
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-EM-FILE ASSIGN TO
           "/home/zelly/EMRTRACK.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEM-KEY
               ALTERNATE RECORD KEY IS NEM-ALT
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-SN-FILE ASSIGN TO
           "/home/zelly/SPNEEDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-SN-FILE ASSIGN TO
           "/home/zelly/SPNEEDS.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NSN-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-SL-FILE ASSIGN TO
           "/home/zelly/SPNEEDLOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-SL-FILE ASSIGN TO
           "/home/zelly/SPNEEDLOC.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NSL-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-EV-FILE ASSIGN TO
           "/home/zelly/AEFI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-EV-FILE ASSIGN TO
           "/home/zelly/AEFI.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEV-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-QD-FILE ASSIGN TO
           "/home/zelly/QUERYDEF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QD-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-QD-FILE ASSIGN TO
           "/home/zelly/QUERYDEF.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NQD-KEY
               FILE STATUS IS WS-NEW-STATUS.

           SELECT OLD-TR-FILE ASSIGN TO
           "/home/zelly/CTRACE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-KEY
               FILE STATUS IS WS-OLD-STATUS.
           SELECT NEW-TR-FILE ASSIGN TO
           "/home/zelly/CTRACE.DAT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTR-KEY
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Key field plus FILLER per record -- byte-for-byte the MEDIKA
       01  OLD-PAT-RECORD.
           05  PAT-ALT        PIC X(20).
           05  PAT-KEY        PIC 9(9).
           05  FILLER         PIC X(271).
       FD  NEW-PAT-FILE.
       01  NEW-PAT-RECORD.
           05  NPAT-ALT       PIC X(20).
           05  NPAT-KEY       PIC 9(9).
           05  FILLER         PIC X(271).
       FD  OLD-VH-FILE.
       01  OLD-VH-RECORD.
           05  VH-KEY         PIC X(36).
           05  FILLER         PIC X(146).
       FD  NEW-VH-FILE.
       01  NEW-VH-RECORD.
           05  NVH-KEY        PIC X(36).
           05  FILLER         PIC X(146).
       FD  OLD-AI-FILE.
       01  OLD-AI-RECORD.
           05  AI-KEY         PIC X(31).
       FD  OLD-MS-FILE.
       01  OLD-MS-RECORD.
           05  MS-KEY         PIC X(30).
           05  FILLER         PIC X(44).
       FD  NEW-MS-FILE.
       01  NEW-MS-RECORD.
           05  NMS-KEY        PIC X(30).
           05  FILLER         PIC X(44).
       FD  OLD-ML-FILE.
       01  OLD-ML-RECORD.
           05  ML-KEY         PIC X(45).
       01  OLD-AH-RECORD.
           05  AH-ALT         PIC X(20).
           05  AH-KEY         PIC 9(9).
           05  FILLER         PIC X(271).
       FD  NEW-AH-FILE.
       01  NEW-AH-RECORD.
           05  NAH-ALT        PIC X(20).
           05  NAH-KEY        PIC 9(9).
           05  FILLER         PIC X(271).
       FD  OLD-RC-FILE.
       01  OLD-RC-RECORD.
           05  RC-KEY         PIC X(31).
       FD  OLD-IN-FILE.
       01  OLD-IN-RECORD.
           05  IN-KEY         PIC X(36).
           05  FILLER         PIC X(157).
       FD  NEW-IN-FILE.
       01  NEW-IN-RECORD.
           05  NIN-KEY        PIC X(36).
           05  FILLER         PIC X(157).
       FD  OLD-QU-FILE.
       01  OLD-QU-RECORD.
           05  QU-KEY         PIC X(14).
       01  NEW-CF-RECORD.
           05  NCF-KEY        PIC X(17).
           05  FILLER         PIC X(117).
       FD  OLD-SP-FILE.
       01  OLD-SP-RECORD.
           05  SP-KEY         PIC X(6).
           05  FILLER         PIC X(108).
       FD  NEW-SP-FILE.
       01  NEW-SP-RECORD.
           05  NSP-KEY        PIC X(6).
           05  FILLER         PIC X(108).
       FD  OLD-PO-FILE.
       01  OLD-PO-RECORD.
           05  PO-KEY         PIC 9(9).
           05  FILLER         PIC X(96).
       FD  NEW-PO-FILE.
       01  NEW-PO-RECORD.
           05  NPO-KEY        PIC 9(9).
           05  FILLER         PIC X(96).
       FD  OLD-RX-FILE.
       01  OLD-RX-RECORD.
           05  RX-KEY         PIC X(61).
           05  FILLER         PIC X(35).
       FD  NEW-RX-FILE.
       01  NEW-RX-RECORD.
           05  NRX-KEY        PIC X(61).
           05  FILLER         PIC X(35).
       FD  OLD-SO-FILE.
       01  OLD-SO-RECORD.
           05  SO-KEY         PIC X(12).
           05  FILLER         PIC X(79).
       FD  NEW-SO-FILE.
       01  NEW-SO-RECORD.
           05  NSO-KEY        PIC X(12).
           05  FILLER         PIC X(79).
       FD  OLD-VR-FILE.
       01  OLD-VR-RECORD.
           05  VR-KEY         PIC 9(2).
           05  FILLER         PIC X(50).
       FD  NEW-VR-FILE.
       01  NEW-VR-RECORD.
           05  NVR-KEY        PIC 9(2).
           05  FILLER         PIC X(50).
       FD  OLD-PS-FILE.
       01  OLD-PS-RECORD.
           05  PS-KEY         PIC X(53).
           05  FILLER         PIC X(147).
       FD  NEW-PS-FILE.
       01  NEW-PS-RECORD.
           05  NPS-KEY        PIC X(53).
           05  FILLER         PIC X(147).
       FD  OLD-FC-FILE.
       01  OLD-FC-RECORD.
           05  FC-KEY         PIC X(30).
           05  FILLER         PIC X(80).
       FD  NEW-FC-FILE.
       01  NEW-FC-RECORD.
           05  NFC-KEY        PIC X(30).
           05  FILLER         PIC X(80).
       FD  OLD-DT-FILE.
       01  OLD-DT-RECORD.
           05  DT-KEY         PIC X(29).
           05  FILLER         PIC X(182).
       FD  NEW-DT-FILE.
       01  NEW-DT-RECORD.
           05  NDT-KEY        PIC X(29).
           05  FILLER         PIC X(182).
       FD  OLD-FB-FILE.
       01  OLD-FB-RECORD.
           05  FB-KEY         PIC X(29).
           05  FILLER         PIC X(128).
       FD  NEW-FB-FILE.
       01  NEW-FB-RECORD.
           05  NFB-KEY        PIC X(29).
           05  FILLER         PIC X(128).
       FD  OLD-FA-FILE.
       01  OLD-FA-RECORD.
           05  FA-KEY         PIC X(31).
           05  FILLER         PIC X(29).
       FD  NEW-FA-FILE.
       01  NEW-FA-RECORD.
           05  NFA-KEY        PIC X(31).
           05  FILLER         PIC X(29).
       FD  OLD-PL-FILE.
       01  OLD-PL-RECORD.
           05  PL-KEY         PIC X(29).
           05  FILLER         PIC X(105).
       FD  NEW-PL-FILE.
       01  NEW-PL-RECORD.
           05  NPL-KEY        PIC X(29).
           05  FILLER         PIC X(105).
       FD  OLD-RI-FILE.
       01  OLD-RI-RECORD.
           05  RI-KEY         PIC X(33).
           05  FILLER         PIC X(229).
       FD  NEW-RI-FILE.
       01  NEW-RI-RECORD.
           05  NRI-KEY        PIC X(33).
           05  FILLER         PIC X(229).
       FD  OLD-CKP-FILE.
       01  OLD-CKP-RECORD.
           05  CKP-KEY        PIC X(10).
           05  FILLER         PIC X(144).
       FD  NEW-CKP-FILE.
       01  NEW-CKP-RECORD.
           05  NCKP-KEY       PIC X(10).
           05  FILLER         PIC X(144).
       FD  OLD-DY-FILE.
       01  OLD-DY-RECORD.
           05  DY-KEY         PIC X(11).
           05  FILLER         PIC X(148).
       FD  NEW-DY-FILE.
       01  NEW-DY-RECORD.
           05  NDY-KEY        PIC X(11).
           05  FILLER         PIC X(148).
       FD  OLD-DR-FILE.
       01  OLD-DR-RECORD.
           05  DR-KEY         PIC X(32).
           05  FILLER         PIC X(62).
       FD  NEW-DR-FILE.
       01  NEW-DR-RECORD.
           05  NDR-KEY        PIC X(32).
           05  FILLER         PIC X(62).
       FD  OLD-EQ-FILE.
       01  OLD-EQ-RECORD.
           05  EQ-KEY         PIC X(10).
           05  FILLER         PIC X(140).
       FD  NEW-EQ-FILE.
       01  NEW-EQ-RECORD.
           05  NEQ-KEY        PIC X(10).
           05  FILLER         PIC X(140).
       FD  OLD-EL-FILE.
       01  OLD-EL-RECORD.
           05  EL-KEY         PIC X(23).
           05  FILLER         PIC X(103).
       FD  NEW-EL-FILE.
       01  NEW-EL-RECORD.
           05  NEL-KEY        PIC X(23).
           05  FILLER         PIC X(103).
       FD  OLD-VD-FILE.
       01  OLD-VD-RECORD.
           05  VD-KEY         PIC X(36).
           05  FILLER         PIC X(30).
       FD  NEW-VD-FILE.
       01  NEW-VD-RECORD.
           05  NVD-KEY        PIC X(36).
           05  FILLER         PIC X(30).
       FD  OLD-CV-FILE.
       01  OLD-CV-RECORD.
           05  CV-KEY         PIC X(29).
           05  FILLER         PIC X(91).
       FD  NEW-CV-FILE.
       01  NEW-CV-RECORD.
           05  NCV-KEY        PIC X(29).
           05  FILLER         PIC X(91).
       FD  OLD-EM-FILE.
       01  OLD-EM-RECORD.
           05  EM-KEY         PIC X(36).
           05  EM-ALT         PIC X(14).
           05  FILLER         PIC X(331).
       FD  NEW-EM-FILE.
       01  NEW-EM-RECORD.
           05  NEM-KEY        PIC X(36).
           05  NEM-ALT        PIC X(14).
           05  FILLER         PIC X(331).
       FD  OLD-SN-FILE.
       01  OLD-SN-RECORD.
           05  SN-KEY         PIC X(20).
           05  FILLER         PIC X(267).
       FD  NEW-SN-FILE.
       01  NEW-SN-RECORD.
           05  NSN-KEY        PIC X(20).
           05  FILLER         PIC X(267).
       FD  OLD-SL-FILE.
       01  OLD-SL-RECORD.
           05  SL-KEY         PIC X(38).
           05  FILLER         PIC X(46).
       FD  NEW-SL-FILE.
       01  NEW-SL-RECORD.
           05  NSL-KEY        PIC X(38).
           05  FILLER         PIC X(46).
       FD  OLD-EV-FILE.
       01  OLD-EV-RECORD.
           05  EV-KEY         PIC X(31).
           05  FILLER         PIC X(328).
       FD  NEW-EV-FILE.
       01  NEW-EV-RECORD.
           05  NEV-KEY        PIC X(31).
           05  FILLER         PIC X(328).
       FD  OLD-QD-FILE.
       01  OLD-QD-RECORD.
           05  QD-KEY         PIC X(12).
           05  FILLER         PIC X(233).
       FD  NEW-QD-FILE.
       01  NEW-QD-RECORD.
           05  NQD-KEY        PIC X(12).
           05  FILLER         PIC X(233).
       FD  OLD-TR-FILE.
       01  OLD-TR-RECORD.
           05  TR-KEY         PIC X(51).
           05  FILLER         PIC X(185).
       FD  NEW-TR-FILE.
       01  NEW-TR-RECORD.
           05  NTR-KEY        PIC X(51).
           05  FILLER         PIC X(185).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS      PIC XX VALUE "00".
           DISPLAY "23 BMICUT.DAT      24 EXCLUDE.DAT"
           DISPLAY "25 MAR.DAT         26 COUNSEL.DAT"
           DISPLAY "27 SPORTSCL.DAT    28 CONFINE.DAT"
           DISPLAY "29 CLAIMREG.DAT    30 SUPPLIER.DAT"
           DISPLAY "31 PURCHORD.DAT    32 RECEIPTS.DAT"
           DISPLAY "33 STANDORD.DAT    34 VITALRNG.DAT"
           DISPLAY "35 PARSUPLY.DAT    36 FOODCERT.DAT"
           DISPLAY "37 DENTAL.DAT      38 FEEDING.DAT"
           DISPLAY "39 FEEDATT.DAT     40 LETTERREG.DAT"
           DISPLAY "41 REFIN.DAT       42 CHECKPT.DAT"
           DISPLAY "43 DAILYSTATS.DAT  44 DUTYROST.DAT"
           DISPLAY "45 EQUIPMENT.DAT   46 EQUIPLOG.DAT"
           DISPLAY "47 VITALDEV.DAT    48 INSCOVER.DAT"
           DISPLAY "49 EMRTRACK.DAT    50 SPNEEDS.DAT"
           DISPLAY "51 SPNEEDLOC.DAT   52 AEFI.DAT"
           DISPLAY "53 QUERYDEF.DAT    54 CTRACE.DAT".

       PICK-AND-RUN.
           PERFORM SHOW-FILE-LIST
       CHECK-EVERY-FILE.
           MOVE ZERO TO WS-TOTAL-BAD
           MOVE 1 TO WS-PICK
           PERFORM 54 TIMES
               PERFORM RUN-ONE-FILE
               ADD 1 TO WS-PICK
           END-PERFORM.
                   PERFORM CHECK-CF
               WHEN 29
                   PERFORM CHECK-CL
               WHEN 30
                   PERFORM CHECK-SP
               WHEN 31
                   PERFORM CHECK-PO
               WHEN 32
                   PERFORM CHECK-RX
               WHEN 33
                   PERFORM CHECK-SO
               WHEN 34
                   PERFORM CHECK-VR
               WHEN 35
                   PERFORM CHECK-PS
               WHEN 36
                   PERFORM CHECK-FC
               WHEN 37
                   PERFORM CHECK-DT
               WHEN 38
                   PERFORM CHECK-FB
               WHEN 39
                   PERFORM CHECK-FA
               WHEN 40
                   PERFORM CHECK-PL
               WHEN 41
                   PERFORM CHECK-RI
               WHEN 42
                   PERFORM CHECK-CKP
               WHEN 43
                   PERFORM CHECK-DY
               WHEN 44
                   PERFORM CHECK-DR
               WHEN 45
                   PERFORM CHECK-EQ
               WHEN 46
                   PERFORM CHECK-EL
               WHEN 47
                   PERFORM CHECK-VD
               WHEN 48
                   PERFORM CHECK-CV
               WHEN 49
                   PERFORM CHECK-EM
               WHEN 50
                   PERFORM CHECK-SN
               WHEN 51
                   PERFORM CHECK-SL
               WHEN 52
                   PERFORM CHECK-EV
               WHEN 53
                   PERFORM CHECK-QD
               WHEN 54
                   PERFORM CHECK-TR
               WHEN OTHER
                   DISPLAY "No file with that number."
           END-EVALUATE.
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-CL-FILE.

       CHECK-SP.
           MOVE "SUPPLIER.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-SP-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-SP-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-SP-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-SP-RECORD TO NEW-SP-RECORD
                               WRITE NEW-SP-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-SP-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-SP-FILE.

       CHECK-PO.
           MOVE "PURCHORD.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-PO-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-PO-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-PO-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-PO-RECORD TO NEW-PO-RECORD
                               WRITE NEW-PO-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-PO-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-PO-FILE.

       CHECK-RX.
           MOVE "RECEIPTS.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-RX-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-RX-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-RX-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-RX-RECORD TO NEW-RX-RECORD
                               WRITE NEW-RX-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-RX-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-RX-FILE.

       CHECK-SO.
           MOVE "STANDORD.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-SO-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-SO-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-SO-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-SO-RECORD TO NEW-SO-RECORD
                               WRITE NEW-SO-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-SO-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-SO-FILE.

       CHECK-VR.
           MOVE "VITALRNG.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-VR-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-VR-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-VR-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-VR-RECORD TO NEW-VR-RECORD
                               WRITE NEW-VR-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-VR-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-VR-FILE.

       CHECK-PS.
           MOVE "PARSUPLY.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-PS-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-PS-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-PS-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-PS-RECORD TO NEW-PS-RECORD
                               WRITE NEW-PS-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-PS-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-PS-FILE.

       CHECK-FC.
           MOVE "FOODCERT.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-FC-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-FC-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-FC-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-FC-RECORD TO NEW-FC-RECORD
                               WRITE NEW-FC-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-FC-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-FC-FILE.

       CHECK-DT.
           MOVE "DENTAL.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-DT-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-DT-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-DT-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-DT-RECORD TO NEW-DT-RECORD
                               WRITE NEW-DT-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-DT-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-DT-FILE.

       CHECK-FB.
           MOVE "FEEDING.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-FB-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-FB-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-FB-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-FB-RECORD TO NEW-FB-RECORD
                               WRITE NEW-FB-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-FB-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-FB-FILE.

       CHECK-FA.
           MOVE "FEEDATT.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-FA-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-FA-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-FA-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-FA-RECORD TO NEW-FA-RECORD
                               WRITE NEW-FA-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-FA-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-FA-FILE.

       CHECK-PL.
           MOVE "LETTERREG.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-PL-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-PL-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-PL-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-PL-RECORD TO NEW-PL-RECORD
                               WRITE NEW-PL-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-PL-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-PL-FILE.

       CHECK-RI.
           MOVE "REFIN.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-RI-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-RI-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-RI-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-RI-RECORD TO NEW-RI-RECORD
                               WRITE NEW-RI-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-RI-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-RI-FILE.

       CHECK-CKP.
           MOVE "CHECKPT.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-CKP-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-CKP-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-CKP-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-CKP-RECORD TO NEW-CKP-RECORD
                               WRITE NEW-CKP-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-CKP-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-CKP-FILE.

       CHECK-DY.
           MOVE "DAILYSTATS.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-DY-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-DY-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-DY-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-DY-RECORD TO NEW-DY-RECORD
                               WRITE NEW-DY-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-DY-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-DY-FILE.

       CHECK-DR.
           MOVE "DUTYROST.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-DR-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-DR-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-DR-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-DR-RECORD TO NEW-DR-RECORD
                               WRITE NEW-DR-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-DR-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-DR-FILE.

       CHECK-EQ.
           MOVE "EQUIPMENT.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-EQ-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-EQ-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-EQ-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-EQ-RECORD TO NEW-EQ-RECORD
                               WRITE NEW-EQ-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-EQ-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-EQ-FILE.

       CHECK-EL.
           MOVE "EQUIPLOG.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-EL-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-EL-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-EL-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-EL-RECORD TO NEW-EL-RECORD
                               WRITE NEW-EL-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-EL-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-EL-FILE.

       CHECK-VD.
           MOVE "VITALDEV.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-VD-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-VD-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-VD-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-VD-RECORD TO NEW-VD-RECORD
                               WRITE NEW-VD-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-VD-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-VD-FILE.

       CHECK-CV.
           MOVE "INSCOVER.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-CV-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-CV-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-CV-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-CV-RECORD TO NEW-CV-RECORD
                               WRITE NEW-CV-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-CV-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-CV-FILE.

       CHECK-EM.
           MOVE "EMRTRACK.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-EM-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-EM-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-EM-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-EM-RECORD TO NEW-EM-RECORD
                               WRITE NEW-EM-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-EM-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-EM-FILE.

       CHECK-SN.
           MOVE "SPNEEDS.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-SN-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-SN-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-SN-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-SN-RECORD TO NEW-SN-RECORD
                               WRITE NEW-SN-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-SN-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-SN-FILE.

       CHECK-SL.
           MOVE "SPNEEDLOC.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-SL-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-SL-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-SL-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-SL-RECORD TO NEW-SL-RECORD
                               WRITE NEW-SL-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-SL-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-SL-FILE.

       CHECK-EV.
           MOVE "AEFI.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-EV-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-EV-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-EV-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-EV-RECORD TO NEW-EV-RECORD
                               WRITE NEW-EV-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-EV-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-EV-FILE.

       CHECK-QD.
           MOVE "QUERYDEF.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-QD-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-QD-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-QD-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-QD-RECORD TO NEW-QD-RECORD
                               WRITE NEW-QD-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-QD-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-QD-FILE.

       CHECK-TR.
           MOVE "CTRACE.DAT" TO WS-FILE-NAME
           PERFORM START-FILE-RUN
           OPEN INPUT OLD-TR-FILE
           IF WS-OLD-STATUS NOT = "00" AND WS-OLD-STATUS NOT = "05"
               PERFORM REPORT-OPEN-FAILURE
           ELSE
               IF WS-REBUILD = "Y"
                   OPEN OUTPUT NEW-TR-FILE
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OLD-TR-FILE NEXT RECORD
                   EVALUATE WS-OLD-STATUS
                       WHEN "00"
                       WHEN "02"
                           ADD 1 TO WS-GOOD-COUNT
                           IF WS-REBUILD = "Y"
                               MOVE OLD-TR-RECORD TO NEW-TR-RECORD
                               WRITE NEW-TR-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-LOST-COUNT
                                       SUBTRACT 1
                                           FROM WS-GOOD-COUNT
                               END-WRITE
                           END-IF
                       WHEN "10"
                           MOVE "Y" TO WS-EOF-FLAG
                       WHEN OTHER
                           MOVE WS-OLD-STATUS TO WS-STOP-STATUS
                           ADD 1 TO WS-LOST-COUNT
                           MOVE "Y" TO WS-EOF-FLAG
                   END-EVALUATE
               END-PERFORM
               IF WS-REBUILD = "Y"
                   CLOSE NEW-TR-FILE
               END-IF
               PERFORM REPORT-FILE-RESULT
           END-IF
           CLOSE OLD-TR-FILE.
