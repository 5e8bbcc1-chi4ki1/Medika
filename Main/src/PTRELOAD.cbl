      * In MEDIKA/src/PTRELOAD.cbl
      * One-off reload of PATIENTS.txt and ARCHHIST.DAT after the
      * patient record grew the patient-category fields (category,
      * employee number, department) on the end of the record. Reads
      * both files in the earlier production layout and writes
      * PATIENTS.NEW and ARCHHIST.NEW in the current one; the
      * operator then swaps them into place. See
      * Main/docs/PATIENTS-RELOAD.txt for the full procedure.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PTRELOAD.

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
               *> Archived records share the patient layout byte for
               *> byte, so they are reloaded in the same run.
           SELECT NEW-ARCHIVE-FILE ASSIGN TO
           "/home/zelly/ARCHHIST.NEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-AH-PATIENT-ID
               ALTERNATE RECORD KEY IS NEW-AH-STUDENT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-NEW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-PATIENT-FILE.
       01  OLD-PATIENT-RECORD.
           05  OLD-STUDENT-NUMBER      PIC X(20).
           05  OLD-PATIENT-ID          PIC 9(9).
           05  OLD-PATIENT-REST        PIC X(232).

       FD  NEW-PATIENT-FILE.
       01  NEW-PATIENT-RECORD.
           05  NEW-STUDENT-NUMBER      PIC X(20).
           05  NEW-PATIENT-ID          PIC 9(9).
           05  NEW-PATIENT-REST        PIC X(232).
           05  NEW-PATIENT-CATEGORY    PIC X(1).
           05  NEW-EMPLOYEE-NUMBER     PIC X(12).
           05  NEW-EMPLOYEE-DEPT       PIC X(20).

       FD  OLD-ARCHIVE-FILE.
       01  OLD-ARCHIVE-RECORD.
           05  OLD-AH-STUDENT-NUMBER   PIC X(20).
           05  OLD-AH-PATIENT-ID       PIC 9(9).
           05  OLD-AH-REST             PIC X(232).

       FD  NEW-ARCHIVE-FILE.
       01  NEW-ARCHIVE-RECORD.
           05  NEW-AH-STUDENT-NUMBER   PIC X(20).
           05  NEW-AH-PATIENT-ID       PIC 9(9).
           05  NEW-AH-REST             PIC X(232).
           05  NEW-AH-PATIENT-CATEGORY PIC X(1).
           05  NEW-AH-EMPLOYEE-NUMBER  PIC X(12).
           05  NEW-AH-EMPLOYEE-DEPT    PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-OLD-FILE-STATUS PIC XX VALUE "00".
       01  WS-NEW-FILE-STATUS PIC XX VALUE "00".
       01  WS-EOF-FLAG        PIC X VALUE "N".
       01  WS-PATIENT-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-ARCHIVE-COUNT   PIC 9(7) VALUE ZERO.
       01  WS-VISITOR-COUNT   PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
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

           DISPLAY "Patient rows reloaded:  " WS-PATIENT-COUNT
           DISPLAY "  of which visitors:    " WS-VISITOR-COUNT
           DISPLAY "Archive rows reloaded:  " WS-ARCHIVE-COUNT
           DISPLAY "Review the .NEW files, then swap them into place:"
           DISPLAY "  mv /home/zelly/PATIENTS.txt "
               "/home/zelly/PATIENTS.OLD"
           DISPLAY "  mv /home/zelly/PATIENTS.NEW "
               "/home/zelly/PATIENTS.txt"
           DISPLAY "  mv /home/zelly/ARCHHIST.DAT "
               "/home/zelly/ARCHHIST.OLD"
           DISPLAY "  mv /home/zelly/ARCHHIST.NEW "
               "/home/zelly/ARCHHIST.DAT"
           STOP RUN.

       COPY-NEXT-PATIENT.
      * One old row becomes one new row, byte for byte, with the
      * category added: a row with a Student ID is a student, a row
      * without one was a walk-in and comes across as a visitor for
      * the clinic to reclassify. Masked fields stay masked at rest.
           READ OLD-PATIENT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   MOVE OLD-STUDENT-NUMBER TO NEW-STUDENT-NUMBER
                   MOVE OLD-PATIENT-ID     TO NEW-PATIENT-ID
                   MOVE OLD-PATIENT-REST   TO NEW-PATIENT-REST
                   IF OLD-STUDENT-NUMBER = SPACES
                       MOVE "V" TO NEW-PATIENT-CATEGORY
                       ADD 1 TO WS-VISITOR-COUNT
                   ELSE
                       MOVE "S" TO NEW-PATIENT-CATEGORY
                   END-IF
                   MOVE SPACES TO NEW-EMPLOYEE-NUMBER
                   MOVE SPACES TO NEW-EMPLOYEE-DEPT
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
                   IF OLD-AH-STUDENT-NUMBER = SPACES
                       MOVE "V" TO NEW-AH-PATIENT-CATEGORY
                   ELSE
                       MOVE "S" TO NEW-AH-PATIENT-CATEGORY
                   END-IF
                   MOVE SPACES TO NEW-AH-EMPLOYEE-NUMBER
                   MOVE SPACES TO NEW-AH-EMPLOYEE-DEPT
                   WRITE NEW-ARCHIVE-RECORD
                       INVALID KEY
                           DISPLAY "Duplicate archive ID skipped: "
                               NEW-AH-PATIENT-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-ARCHIVE-COUNT
                   END-WRITE
           END-READ.
