      * In MEDIKA/src/CPRELOAD.cbl
      * One-off reload of the five data files that took the campus
      * code on the end of the record -- PATIENTS.txt, ARCHHIST.DAT,
      * VISITHIST.DAT, INCIDENT.DAT and MEDSTOCK.DAT. Reads each file
      * in the immediately previous production layout and writes a
      * .NEW copy in the current one, every row stamped with this
      * campus's code; the operator then swaps them into place. See
      * Main/docs/CAMPUS-RELOAD.txt for the full procedure.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPRELOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PATIENT-FILE ASSIGN TO
           "/home/zelly/PATIENTS.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-PATIENT-ID
               ALTERNATE RECORD KEY IS OLD-STUDENT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-OLD-FILE-STATUS.
               *> The default PATIENT-FILE path; a site that moved it
               *> with MEDIKA_PATIENT_FILE copies it back first.
           SELECT NEW-PATIENT-FILE ASSIGN TO
           "/home/zelly/PATIENTS.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-PATIENT-ID
               ALTERNATE RECORD KEY IS NEW-STUDENT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-ARCHIVE-FILE ASSIGN TO
           "/home/zelly/ARCHHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-AH-PATIENT-ID
               ALTERNATE RECORD KEY IS OLD-AH-STUDENT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-ARCHIVE-FILE ASSIGN TO
           "/home/zelly/ARCHHIST.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-AH-PATIENT-ID
               ALTERNATE RECORD KEY IS NEW-AH-STUDENT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-VISIT-FILE ASSIGN TO
           "/home/zelly/VISITHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-VH-KEY
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-VISIT-FILE ASSIGN TO
           "/home/zelly/VISITHIST.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-VH-KEY
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-INCIDENT-FILE ASSIGN TO
           "/home/zelly/INCIDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-IN-KEY
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-INCIDENT-FILE ASSIGN TO
           "/home/zelly/INCIDENT.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-IN-KEY
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT OLD-STOCK-FILE ASSIGN TO
           "/home/zelly/MEDSTOCK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-MS-ITEM-NAME
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-STOCK-FILE ASSIGN TO
           "/home/zelly/MEDSTOCK.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-MS-ITEM-NAME
               FILE STATUS IS WS-NEW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-PATIENT-FILE.
       01  OLD-PATIENT-RECORD.
           05  OLD-STUDENT-NUMBER      PIC X(20).
           05  OLD-PATIENT-ID          PIC 9(9).
           05  OLD-PATIENT-REST        PIC X(265).

       FD  NEW-PATIENT-FILE.
       01  NEW-PATIENT-RECORD.
           05  NEW-STUDENT-NUMBER      PIC X(20).
           05  NEW-PATIENT-ID          PIC 9(9).
           05  NEW-PATIENT-REST        PIC X(265).
           05  NEW-CAMPUS-CODE         PIC X(6).

       FD  OLD-ARCHIVE-FILE.
       01  OLD-ARCHIVE-RECORD.
           05  OLD-AH-STUDENT-NUMBER   PIC X(20).
           05  OLD-AH-PATIENT-ID       PIC 9(9).
           05  OLD-AH-REST             PIC X(265).

       FD  NEW-ARCHIVE-FILE.
       01  NEW-ARCHIVE-RECORD.
           05  NEW-AH-STUDENT-NUMBER   PIC X(20).
           05  NEW-AH-PATIENT-ID       PIC 9(9).
           05  NEW-AH-REST             PIC X(265).
           05  NEW-AH-CAMPUS-CODE      PIC X(6).

       FD  OLD-VISIT-FILE.
       01  OLD-VISIT-RECORD.
           05  OLD-VH-KEY              PIC X(36).
           05  OLD-VH-REST             PIC X(120).
           05  OLD-VH-ATTENDED-BY      PIC X(20).

       FD  NEW-VISIT-FILE.
       01  NEW-VISIT-RECORD.
           05  NEW-VH-KEY              PIC X(36).
           05  NEW-VH-REST             PIC X(120).
           05  NEW-VH-ATTENDED-BY      PIC X(20).
           05  NEW-VH-CAMPUS-CODE      PIC X(6).

       FD  OLD-INCIDENT-FILE.
       01  OLD-INCIDENT-RECORD.
           05  OLD-IN-KEY              PIC X(36).
           05  OLD-IN-REST             PIC X(151).

       FD  NEW-INCIDENT-FILE.
       01  NEW-INCIDENT-RECORD.
           05  NEW-IN-KEY              PIC X(36).
           05  NEW-IN-REST             PIC X(151).
           05  NEW-IN-CAMPUS-CODE      PIC X(6).

       FD  OLD-STOCK-FILE.
       01  OLD-STOCK-RECORD.
           05  OLD-MS-ITEM-NAME        PIC X(30).
           05  OLD-MS-REST             PIC X(38).

       FD  NEW-STOCK-FILE.
       01  NEW-STOCK-RECORD.
           05  NEW-MS-ITEM-NAME        PIC X(30).
           05  NEW-MS-REST             PIC X(38).
           05  NEW-MS-CAMPUS-CODE      PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-OLD-FILE-STATUS PIC XX VALUE "00".
       01  WS-NEW-FILE-STATUS PIC XX VALUE "00".
       01  WS-EOF-FLAG        PIC X VALUE "N".
       01  WS-CAMPUS-CODE     PIC X(6) VALUE SPACES.
       01  WS-EXTERNAL-TAG    PIC X(20) VALUE "EXTERNAL HISTORY".
       01  WS-PATIENT-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-ARCHIVE-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-VISIT-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-INCIDENT-COUNT  PIC 9(7) VALUE ZERO.
       01  WS-STOCK-COUNT     PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
      * The code MEDIKA itself will stamp from now on, so reloaded and
      * new rows agree; asked for when the environment does not say.
           DISPLAY "MEDIKA_CAMPUS" UPON ENVIRONMENT-NAME
           ACCEPT WS-CAMPUS-CODE FROM ENVIRONMENT-VALUE
           PERFORM UNTIL WS-CAMPUS-CODE NOT = SPACES
               DISPLAY "Campus code for this data set: "
                   WITH NO ADVANCING
               ACCEPT WS-CAMPUS-CODE
           END-PERFORM
           DISPLAY "Stamping campus code " WS-CAMPUS-CODE

           OPEN INPUT OLD-PATIENT-FILE
           IF WS-OLD-FILE-STATUS NOT = "00"
                   AND WS-OLD-FILE-STATUS NOT = "05"
               DISPLAY "PATIENTS.txt could not be opened in the"
               DISPLAY "previous layout -- file status "
                   WS-OLD-FILE-STATUS "."
               DISPLAY "Check the OLD-PATIENT-RECORD layout matches"
               DISPLAY "the file being reloaded."
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-PATIENT-FILE
           IF WS-NEW-FILE-STATUS NOT = "00"
               DISPLAY "PATIENTS.NEW could not be created -- file"
               DISPLAY "status " WS-NEW-FILE-STATUS "."
               CLOSE OLD-PATIENT-FILE
               STOP RUN
           END-IF
           PERFORM COPY-NEXT-PATIENT
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               PERFORM COPY-NEXT-PATIENT
           END-PERFORM
           CLOSE OLD-PATIENT-FILE
           CLOSE NEW-PATIENT-FILE

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT OLD-ARCHIVE-FILE
           IF WS-OLD-FILE-STATUS = "35"
               DISPLAY "No ARCHHIST.DAT on file -- nothing to reload."
           ELSE
               IF WS-OLD-FILE-STATUS NOT = "00"
                       AND WS-OLD-FILE-STATUS NOT = "05"
                   DISPLAY "ARCHHIST.DAT could not be opened in the"
                   DISPLAY "previous layout -- file status "
                       WS-OLD-FILE-STATUS "."
                   STOP RUN
               END-IF
               OPEN OUTPUT NEW-ARCHIVE-FILE
               PERFORM COPY-NEXT-ARCHIVE
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   PERFORM COPY-NEXT-ARCHIVE
               END-PERFORM
               CLOSE NEW-ARCHIVE-FILE
           END-IF
           CLOSE OLD-ARCHIVE-FILE

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT OLD-VISIT-FILE
           IF WS-OLD-FILE-STATUS = "35"
               DISPLAY "No VISITHIST.DAT on file -- nothing to reload."
           ELSE
               IF WS-OLD-FILE-STATUS NOT = "00"
                       AND WS-OLD-FILE-STATUS NOT = "05"
                   DISPLAY "VISITHIST.DAT could not be opened in the"
                   DISPLAY "previous layout -- file status "
                       WS-OLD-FILE-STATUS "."
                   DISPLAY "A file older than the attending-staff"
                   DISPLAY "field goes through VHRELOAD first."
                   STOP RUN
               END-IF
               OPEN OUTPUT NEW-VISIT-FILE
               PERFORM COPY-NEXT-VISIT
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   PERFORM COPY-NEXT-VISIT
               END-PERFORM
               CLOSE NEW-VISIT-FILE
           END-IF
           CLOSE OLD-VISIT-FILE

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT OLD-INCIDENT-FILE
           IF WS-OLD-FILE-STATUS = "35"
               DISPLAY "No INCIDENT.DAT on file -- nothing to reload."
           ELSE
               IF WS-OLD-FILE-STATUS NOT = "00"
                       AND WS-OLD-FILE-STATUS NOT = "05"
                   DISPLAY "INCIDENT.DAT could not be opened in the"
                   DISPLAY "previous layout -- file status "
                       WS-OLD-FILE-STATUS "."
                   STOP RUN
               END-IF
               OPEN OUTPUT NEW-INCIDENT-FILE
               PERFORM COPY-NEXT-INCIDENT
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   PERFORM COPY-NEXT-INCIDENT
               END-PERFORM
               CLOSE NEW-INCIDENT-FILE
           END-IF
           CLOSE OLD-INCIDENT-FILE

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT OLD-STOCK-FILE
           IF WS-OLD-FILE-STATUS = "35"
               DISPLAY "No MEDSTOCK.DAT on file -- nothing to reload."
           ELSE
               IF WS-OLD-FILE-STATUS NOT = "00"
                       AND WS-OLD-FILE-STATUS NOT = "05"
                   DISPLAY "MEDSTOCK.DAT could not be opened in the"
                   DISPLAY "previous layout -- file status "
                       WS-OLD-FILE-STATUS "."
                   STOP RUN
               END-IF
               OPEN OUTPUT NEW-STOCK-FILE
               PERFORM COPY-NEXT-STOCK
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   PERFORM COPY-NEXT-STOCK
               END-PERFORM
               CLOSE NEW-STOCK-FILE
           END-IF
           CLOSE OLD-STOCK-FILE

           DISPLAY "Patient rows reloaded:  " WS-PATIENT-COUNT
           DISPLAY "Archive rows reloaded:  " WS-ARCHIVE-COUNT
           DISPLAY "Visit rows reloaded:    " WS-VISIT-COUNT
           DISPLAY "Incident rows reloaded: " WS-INCIDENT-COUNT
           DISPLAY "Stock rows reloaded:    " WS-STOCK-COUNT
           DISPLAY "Review the .NEW files, then swap each one into"
           DISPLAY "place, e.g. for the patient file:"
           DISPLAY "  mv /home/zelly/PATIENTS.txt "
               "/home/zelly/PATIENTS.OLD"
           DISPLAY "  mv /home/zelly/PATIENTS.NEW "
               "/home/zelly/PATIENTS.txt"
           DISPLAY "and the same for ARCHHIST.DAT, VISITHIST.DAT,"
           DISPLAY "INCIDENT.DAT and MEDSTOCK.DAT."
           STOP RUN.

       COPY-NEXT-PATIENT.
      * One old row becomes one new row, byte for byte, with the
      * campus code added. Masked fields stay masked at rest.
           READ OLD-PATIENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE OLD-STUDENT-NUMBER TO NEW-STUDENT-NUMBER
                   MOVE OLD-PATIENT-ID     TO NEW-PATIENT-ID
                   MOVE OLD-PATIENT-REST   TO NEW-PATIENT-REST
                   MOVE WS-CAMPUS-CODE     TO NEW-CAMPUS-CODE
                   WRITE NEW-PATIENT-RECORD
                       INVALID KEY
                           DISPLAY "Duplicate Patient ID skipped: "
                               NEW-PATIENT-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-PATIENT-COUNT
                   END-WRITE
           END-READ.

       COPY-NEXT-ARCHIVE.
      * Same conversion for an archived record.
           READ OLD-ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE OLD-AH-STUDENT-NUMBER TO NEW-AH-STUDENT-NUMBER
                   MOVE OLD-AH-PATIENT-ID     TO NEW-AH-PATIENT-ID
                   MOVE OLD-AH-REST           TO NEW-AH-REST
                   MOVE WS-CAMPUS-CODE        TO NEW-AH-CAMPUS-CODE
                   WRITE NEW-ARCHIVE-RECORD
                       INVALID KEY
                           DISPLAY "Duplicate archive ID skipped: "
                               NEW-AH-PATIENT-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-ARCHIVE-COUNT
                   END-WRITE
           END-READ.

       COPY-NEXT-VISIT.
      * A visit brought in from another school's record keeps a blank
      * campus code -- no campus of ours saw the student.
           READ OLD-VISIT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE OLD-VH-KEY         TO NEW-VH-KEY
                   MOVE OLD-VH-REST        TO NEW-VH-REST
                   MOVE OLD-VH-ATTENDED-BY TO NEW-VH-ATTENDED-BY
                   IF OLD-VH-ATTENDED-BY = WS-EXTERNAL-TAG
                       MOVE SPACES TO NEW-VH-CAMPUS-CODE
                   ELSE
                       MOVE WS-CAMPUS-CODE TO NEW-VH-CAMPUS-CODE
                   END-IF
                   WRITE NEW-VISIT-RECORD
                       INVALID KEY
                           DISPLAY "Duplicate visit key skipped: "
                               NEW-VH-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-VISIT-COUNT
                   END-WRITE
           END-READ.

       COPY-NEXT-INCIDENT.
           READ OLD-INCIDENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE OLD-IN-KEY     TO NEW-IN-KEY
                   MOVE OLD-IN-REST    TO NEW-IN-REST
                   MOVE WS-CAMPUS-CODE TO NEW-IN-CAMPUS-CODE
                   WRITE NEW-INCIDENT-RECORD
                       INVALID KEY
                           DISPLAY "Duplicate incident key skipped: "
                               NEW-IN-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-INCIDENT-COUNT
                   END-WRITE
           END-READ.

       COPY-NEXT-STOCK.
           READ OLD-STOCK-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE OLD-MS-ITEM-NAME TO NEW-MS-ITEM-NAME
                   MOVE OLD-MS-REST      TO NEW-MS-REST
                   MOVE WS-CAMPUS-CODE   TO NEW-MS-CAMPUS-CODE
                   WRITE NEW-STOCK-RECORD
                       INVALID KEY
                           DISPLAY "Duplicate stock item skipped: "
                               NEW-MS-ITEM-NAME
                       NOT INVALID KEY
                           ADD 1 TO WS-STOCK-COUNT
                   END-WRITE
           END-READ.
