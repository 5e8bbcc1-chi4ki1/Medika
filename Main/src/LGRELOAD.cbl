      * In MEDIKA/src/LGRELOAD.cbl
      * One-off load of the patient files kept by the old programs --
      * son.cbl's line-sequential PATIENT.DAT, as the satellite
      * clinics still run it, and the 109-byte PATIENT.DAT written by
      * PATIENT.cbl through FILEIO on the batch side. Each row becomes
      * a new record in MEDIKA's indexed PATIENTS.txt with a Patient
      * ID from the clinic-wide counter and the health fields masked
      * at rest, and its last visit becomes a VISITHIST.DAT row. A
      * Student ID already on file is listed as a conflict, never
      * overwritten. See Main/docs/LEGACY-LOAD.txt for the procedure.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGRELOAD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-PC.
       OBJECT-COMPUTER. IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SON-PATIENT-FILE ASSIGN TO
           "/home/zelly/SON_PATIENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
               *> A satellite clinic's PATIENT.DAT from son.cbl,
               *> copied here under this name for the load.
           SELECT BATCH-PATIENT-FILE ASSIGN TO
           "/home/zelly/BATCH_PATIENT.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OLD-FILE-STATUS.
               *> data/PATIENT.DAT from the PATIENT.cbl/FILEIO batch
               *> programs, copied here under this name.
           SELECT PATIENT-FILE ASSIGN TO
           WS-PATIENT-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PATIENT-ID
               ALTERNATE RECORD KEY IS STUDENT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
               *> MEDIKA's own patient file, wherever
               *> MEDIKA_PATIENT_FILE puts it.
           SELECT VISIT-HISTORY-FILE ASSIGN TO
           "/home/zelly/VISITHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-KEY
               FILE STATUS IS WS-VH-FILE-STATUS.
           SELECT ARCHIVE-HIST-FILE ASSIGN TO
           "/home/zelly/ARCHHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-PATIENT-ID
               ALTERNATE RECORD KEY IS AH-STUDENT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-AH-FILE-STATUS.
               *> Read only, so an archived student counts as on file.
           SELECT ID-COUNTER-FILE ASSIGN TO
           "/home/zelly/NEXTID.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IC-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-ID-COUNTER-FILE-STATUS.
               *> The same counter MEDIKA hands Patient IDs out of.
           SELECT CONFLICT-FILE ASSIGN TO
           "/home/zelly/LEGACY_CONFLICTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               *> One line per legacy row that was not loaded.

       DATA DIVISION.
       FILE SECTION.
       FD  SON-PATIENT-FILE.
       01  SON-PATIENT-RECORD.
           05  SON-STUDENT-NUMBER      PIC X(10).
           05  SON-PATIENT-NAME        PIC X(30).
           05  SON-STUDENT-CYS         PIC X(30).
           05  SON-DATE-OF-BIRTH       PIC X(10).
           05  SON-PATIENT-AGE         PIC X(2).
           05  SON-PATIENT-SEX         PIC X(1).
           05  SON-EMERGENCY-PHONE     PIC X(15).
           05  SON-EMERGENCY-EMAIL     PIC X(30).
           05  SON-HEALTH-CONDITION    PIC X(30).
           05  SON-MEDICATION-NAME     PIC X(30).
           05  SON-PRESCRIBER          PIC X(30).
           05  SON-DATE-OF-VISIT       PIC X(11).

       FD  BATCH-PATIENT-FILE.
       01  BATCH-PATIENT-RECORD.
           05  BAT-PATIENT-NAME        PIC X(30).
           05  BAT-PATIENT-ID          PIC 9(9).
           05  BAT-STUDENT-NUMBER      PIC X(10).
           05  BAT-HEALTH-CONDITION    PIC X(50).
           05  BAT-DATE-OF-VISIT       PIC X(10).

       FD  PATIENT-FILE.
       01  PATIENT-RECORD.
           05  STUDENT-NUMBER      PIC X(20).
           05  PATIENT-ID          PIC 9(9).
           05  PATIENT-NAME        PIC X(30).
           05  STUDENT-CYS         PIC X(30).
           05  DATE-OF-BIRTH       PIC X(15).
           05  PATIENT-AGE         PIC X(5).
           05  PATIENT-SEX         PIC X(5).
           05  EMERGENCY-PHONE     PIC X(15).
           05  EMERGENCY-EMAIL     PIC X(30).
           05  HEALTH-CONDITION    PIC X(30).
           05  MEDICATION-NAME     PIC X(30).
           05  PRESCRIBER          PIC X(30).
           05  DATE-OF-VISIT       PIC X(11).
           05  ARCHIVE-STATUS      PIC X(1).
           05  PATIENT-CATEGORY    PIC X(1).
           05  EMPLOYEE-NUMBER     PIC X(12).
           05  EMPLOYEE-DEPT       PIC X(20).
           05  CAMPUS-CODE         PIC X(6).

       FD  VISIT-HISTORY-FILE.
       01  VISIT-HISTORY-RECORD.
           05  VH-KEY.
               10  VH-STUDENT-NUMBER PIC X(20).
               10  VH-DATE-OF-VISIT  PIC X(11).
               10  VH-TIME-OF-VISIT  PIC X(5).
           05  VH-HEALTH-CONDITION PIC X(30).
           05  VH-MEDICATION-NAME  PIC X(30).
           05  VH-PRESCRIBER       PIC X(30).
           05  VH-TEMPERATURE      PIC X(5).
           05  VH-BLOOD-PRESSURE   PIC X(7).
           05  VH-PULSE            PIC X(3).
           05  VH-HEIGHT-CM        PIC X(5).
           05  VH-WEIGHT-KG        PIC X(5).
           05  VH-BMI              PIC X(5).
           05  VH-ATTENDED-BY      PIC X(20).
           05  VH-CAMPUS-CODE      PIC X(6).

       FD  ARCHIVE-HIST-FILE.
       01  ARCHIVE-HIST-RECORD.
           05  AH-STUDENT-NUMBER   PIC X(20).
           05  AH-PATIENT-ID       PIC 9(9).
           05  AH-REST             PIC X(271).

       FD  ID-COUNTER-FILE.
       01  ID-COUNTER-RECORD.
           05  IC-KEY              PIC X(01).
           05  IC-NEXT-ID          PIC 9(9).

       FD  CONFLICT-FILE.
       01  CONFLICT-RECORD         PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-OLD-FILE-STATUS PIC XX VALUE "00".
       01  WS-FILE-STATUS     PIC XX VALUE "00".
       01  WS-VH-FILE-STATUS  PIC XX VALUE "00".
       01  WS-AH-FILE-STATUS  PIC XX VALUE "00".
       01  WS-ID-COUNTER-FILE-STATUS PIC XX VALUE "00".
       01  WS-EOF-FLAG        PIC X VALUE "N".
       01  WS-PATIENT-FILE-PATH PIC X(100)
           VALUE "/home/zelly/PATIENTS.txt".
       01  WS-ENV-VALUE       PIC X(100).
       01  WS-CAMPUS-CODE     PIC X(6) VALUE "MAIN".
       01  WS-CAMPUS-ANSWER   PIC X(6).
       01  WS-NEXT-PATIENT-ID PIC 9(9) VALUE ZERO.
      * One legacy row, in MEDIKA's field widths, whichever program
      * wrote it. Fields the batch layout never carried stay blank.
       01  WS-LG-ROW.
           05  WS-LG-SOURCE        PIC X(5).
           05  WS-LG-STUDENT       PIC X(20).
           05  WS-LG-NAME          PIC X(30).
           05  WS-LG-CYS           PIC X(30).
           05  WS-LG-DOB           PIC X(15).
           05  WS-LG-AGE           PIC X(5).
           05  WS-LG-SEX           PIC X(5).
           05  WS-LG-PHONE         PIC X(15).
           05  WS-LG-EMAIL         PIC X(30).
           05  WS-LG-CONDITION     PIC X(30).
           05  WS-LG-MEDICATION    PIC X(30).
           05  WS-LG-PRESCRIBER    PIC X(30).
           05  WS-LG-VISIT-DATE    PIC X(11).
       01  WS-LG-AGE-NUM      PIC 99.
       01  WS-LG-CONFLICT     PIC X VALUE "N".
       01  WS-LG-HELD-ID      PIC 9(9).
       01  WS-LG-REASON       PIC X(30).
       01  WS-LG-LINE         PIC X(120).
       01  WS-SON-COUNT       PIC 9(7) VALUE ZERO.
       01  WS-BATCH-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-LOADED-COUNT    PIC 9(7) VALUE ZERO.
       01  WS-VISIT-COUNT     PIC 9(7) VALUE ZERO.
       01  WS-CONFLICT-COUNT  PIC 9(7) VALUE ZERO.
      * Same reversible mask MEDIKA applies to the health fields at
      * rest -- letters rotate 13, digits rotate 5.
       01  WS-MASK-ALPHA-FROM PIC X(52)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz".
       01  WS-MASK-ALPHA-TO   PIC X(52)
           VALUE "NOPQRSTUVWXYZABCDEFGHIJKLMnopqrstuvwxyzabcdefghijklm".
       01  WS-MASK-DIGIT-FROM PIC X(10) VALUE "0123456789".
       01  WS-MASK-DIGIT-TO   PIC X(10) VALUE "5678901234".

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "MEDIKA_PATIENT_FILE" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PATIENT-FILE-PATH
           END-IF
      * The rows belong to the satellite clinic that kept them, so the
      * operator can name that campus; Enter keeps this one's code.
           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "MEDIKA_CAMPUS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CAMPUS-CODE
           END-IF
           DISPLAY "Campus code for the loaded records ["
               WS-CAMPUS-CODE "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-CAMPUS-ANSWER
           ACCEPT WS-CAMPUS-ANSWER
           IF WS-CAMPUS-ANSWER NOT = SPACES
               MOVE WS-CAMPUS-ANSWER TO WS-CAMPUS-CODE
           END-IF

           OPEN I-O PATIENT-FILE
           IF WS-FILE-STATUS = "35"
      *> File does not exist yet -- create it, then reopen it I-O so
      *> the Student ID lookups below can read it.
               OPEN OUTPUT PATIENT-FILE
               CLOSE PATIENT-FILE
               OPEN I-O PATIENT-FILE
           END-IF
           IF WS-FILE-STATUS NOT = "00"
                   AND WS-FILE-STATUS NOT = "05"
               DISPLAY "PATIENTS.txt could not be opened -- file"
               DISPLAY "status " WS-FILE-STATUS "."
               DISPLAY "A file from an earlier release is reloaded"
               DISPLAY "first -- see Main/docs/CAMPUS-RELOAD.txt."
               STOP RUN
           END-IF
           OPEN I-O VISIT-HISTORY-FILE
           IF WS-VH-FILE-STATUS = "35"
               OPEN OUTPUT VISIT-HISTORY-FILE
               CLOSE VISIT-HISTORY-FILE
               OPEN I-O VISIT-HISTORY-FILE
           END-IF
           IF WS-VH-FILE-STATUS NOT = "00"
                   AND WS-VH-FILE-STATUS NOT = "05"
               DISPLAY "VISITHIST.DAT could not be opened -- file"
               DISPLAY "status " WS-VH-FILE-STATUS "."
               DISPLAY "A file from an earlier release is reloaded"
               DISPLAY "first -- see Main/docs/CAMPUS-RELOAD.txt."
               CLOSE PATIENT-FILE
               STOP RUN
           END-IF
           OPEN INPUT ARCHIVE-HIST-FILE
           OPEN OUTPUT CONFLICT-FILE

           OPEN INPUT SON-PATIENT-FILE
           IF WS-OLD-FILE-STATUS = "35"
               DISPLAY "No SON_PATIENT.DAT on file -- nothing to load."
           ELSE
               IF WS-OLD-FILE-STATUS NOT = "00"
                       AND WS-OLD-FILE-STATUS NOT = "05"
                   DISPLAY "SON_PATIENT.DAT could not be opened --"
                   DISPLAY "file status " WS-OLD-FILE-STATUS "."
                   STOP RUN
               END-IF
               PERFORM LOAD-NEXT-SON-ROW
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   PERFORM LOAD-NEXT-SON-ROW
               END-PERFORM
           END-IF
           CLOSE SON-PATIENT-FILE

           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT BATCH-PATIENT-FILE
           IF WS-OLD-FILE-STATUS = "35"
               DISPLAY "No BATCH_PATIENT.DAT on file -- nothing to"
               DISPLAY "load."
           ELSE
               IF WS-OLD-FILE-STATUS NOT = "00"
                       AND WS-OLD-FILE-STATUS NOT = "05"
                   DISPLAY "BATCH_PATIENT.DAT could not be opened --"
                   DISPLAY "file status " WS-OLD-FILE-STATUS "."
                   STOP RUN
               END-IF
               PERFORM LOAD-NEXT-BATCH-ROW
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   PERFORM LOAD-NEXT-BATCH-ROW
               END-PERFORM
           END-IF
           CLOSE BATCH-PATIENT-FILE

           CLOSE PATIENT-FILE
           CLOSE VISIT-HISTORY-FILE
           IF WS-AH-FILE-STATUS NOT = "35"
               CLOSE ARCHIVE-HIST-FILE
           END-IF
           CLOSE CONFLICT-FILE
           DISPLAY "son.cbl rows read:      " WS-SON-COUNT
           DISPLAY "Batch rows read:        " WS-BATCH-COUNT
           DISPLAY "Patient records added:  " WS-LOADED-COUNT
           DISPLAY "Last visits added:      " WS-VISIT-COUNT
           DISPLAY "Rows not loaded:        " WS-CONFLICT-COUNT
           IF WS-CONFLICT-COUNT > ZERO
               DISPLAY "See /home/zelly/LEGACY_CONFLICTS.txt for the"
               DISPLAY "rows left for the nurse to reconcile."
           END-IF
           STOP RUN.

       LOAD-NEXT-SON-ROW.
      * son.cbl kept the age as two digits and the sex as one letter;
      * both widen into MEDIKA's fields as they stand.
           READ SON-PATIENT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-SON-COUNT
                   MOVE SPACES TO WS-LG-ROW
                   MOVE "SON"                TO WS-LG-SOURCE
                   MOVE SON-STUDENT-NUMBER   TO WS-LG-STUDENT
                   MOVE SON-PATIENT-NAME     TO WS-LG-NAME
                   MOVE SON-STUDENT-CYS      TO WS-LG-CYS
                   MOVE SON-DATE-OF-BIRTH    TO WS-LG-DOB
                   IF SON-PATIENT-AGE IS NUMERIC
                       MOVE SON-PATIENT-AGE  TO WS-LG-AGE-NUM
                       MOVE WS-LG-AGE-NUM    TO WS-LG-AGE
                   END-IF
                   MOVE SON-PATIENT-SEX      TO WS-LG-SEX
                   MOVE SON-EMERGENCY-PHONE  TO WS-LG-PHONE
                   MOVE SON-EMERGENCY-EMAIL  TO WS-LG-EMAIL
                   MOVE SON-HEALTH-CONDITION TO WS-LG-CONDITION
                   MOVE SON-MEDICATION-NAME  TO WS-LG-MEDICATION
                   MOVE SON-PRESCRIBER       TO WS-LG-PRESCRIBER
                   MOVE SON-DATE-OF-VISIT    TO WS-LG-VISIT-DATE
                   PERFORM PLACE-LEGACY-ROW
           END-READ.

       LOAD-NEXT-BATCH-ROW.
      * The batch layout carries no birth date, age, sex, section or
      * contacts; its condition is cut from 50 characters to 30. Its
      * own Patient ID is not kept -- MEDIKA's counter issues a new
      * one, and the old one goes on the conflict line if needed.
           READ BATCH-PATIENT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-BATCH-COUNT
                   MOVE SPACES TO WS-LG-ROW
                   MOVE "BATCH"              TO WS-LG-SOURCE
                   MOVE BAT-STUDENT-NUMBER   TO WS-LG-STUDENT
                   MOVE BAT-PATIENT-NAME     TO WS-LG-NAME
                   MOVE BAT-HEALTH-CONDITION TO WS-LG-CONDITION
                   MOVE BAT-DATE-OF-VISIT    TO WS-LG-VISIT-DATE
                   PERFORM PLACE-LEGACY-ROW
           END-READ.

       PLACE-LEGACY-ROW.
      * Dates were keyed YYYY-MM-DD on the batch side; MEDIKA keeps
      * YYYY/MM/DD. A Student ID already on file -- including one
      * loaded earlier in this same run -- is a conflict.
           INSPECT WS-LG-DOB CONVERTING "-" TO "/"
           INSPECT WS-LG-VISIT-DATE CONVERTING "-" TO "/"
           MOVE "N" TO WS-LG-CONFLICT
           IF WS-LG-NAME = SPACES
               MOVE "Y" TO WS-LG-CONFLICT
               MOVE ZERO TO WS-LG-HELD-ID
               MOVE "NO PATIENT NAME" TO WS-LG-REASON
           END-IF
           IF WS-LG-CONFLICT = "N" AND WS-LG-STUDENT NOT = SPACES
               MOVE WS-LG-STUDENT TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LG-CONFLICT
                       MOVE PATIENT-ID TO WS-LG-HELD-ID
                       MOVE "STUDENT ID ALREADY ON FILE"
                           TO WS-LG-REASON
               END-READ
           END-IF
           IF WS-LG-CONFLICT = "N" AND WS-LG-STUDENT NOT = SPACES
                   AND WS-AH-FILE-STATUS NOT = "35"
               MOVE WS-LG-STUDENT TO AH-STUDENT-NUMBER
               READ ARCHIVE-HIST-FILE
                   KEY IS AH-STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LG-CONFLICT
                       MOVE AH-PATIENT-ID TO WS-LG-HELD-ID
                       MOVE "STUDENT ID ON FILE, ARCHIVED"
                           TO WS-LG-REASON
               END-READ
           END-IF
           IF WS-LG-CONFLICT = "Y"
               PERFORM WRITE-CONFLICT
           ELSE
               PERFORM WRITE-LEGACY-PATIENT
           END-IF.

       WRITE-LEGACY-PATIENT.
      * A row with no Student ID was a walk-in and comes across as a
      * visitor, the same way PTRELOAD treats one; with no key to file
      * it under, its last visit stays on the patient record only.
           PERFORM GET-NEXT-PATIENT-ID
           MOVE SPACES TO PATIENT-RECORD
           MOVE WS-LG-STUDENT      TO STUDENT-NUMBER
           MOVE WS-NEXT-PATIENT-ID TO PATIENT-ID
           MOVE WS-LG-NAME         TO PATIENT-NAME
           MOVE WS-LG-CYS          TO STUDENT-CYS
           MOVE WS-LG-DOB          TO DATE-OF-BIRTH
           MOVE WS-LG-AGE          TO PATIENT-AGE
           MOVE WS-LG-SEX          TO PATIENT-SEX
           MOVE WS-LG-PHONE        TO EMERGENCY-PHONE
           MOVE WS-LG-EMAIL        TO EMERGENCY-EMAIL
           MOVE WS-LG-CONDITION    TO HEALTH-CONDITION
           MOVE WS-LG-MEDICATION   TO MEDICATION-NAME
           MOVE WS-LG-PRESCRIBER   TO PRESCRIBER
           MOVE WS-LG-VISIT-DATE   TO DATE-OF-VISIT
           MOVE "A" TO ARCHIVE-STATUS
           IF WS-LG-STUDENT = SPACES
               MOVE "V" TO PATIENT-CATEGORY
           ELSE
               MOVE "S" TO PATIENT-CATEGORY
           END-IF
           MOVE WS-CAMPUS-CODE     TO CAMPUS-CODE
           PERFORM MASK-HEALTH-FIELDS
           WRITE PATIENT-RECORD
               INVALID KEY
                   MOVE ZERO TO WS-LG-HELD-ID
                   MOVE "PATIENT ID ALREADY ON FILE" TO WS-LG-REASON
                   PERFORM WRITE-CONFLICT
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
                   IF WS-LG-STUDENT NOT = SPACES
                           AND WS-LG-VISIT-DATE NOT = SPACES
                       PERFORM WRITE-LEGACY-VISIT
                   END-IF
           END-WRITE.

       WRITE-LEGACY-VISIT.
      * The old programs kept no clock time or vitals, so the row
      * carries a blank time slot and blank vitals, and no attending
      * staff -- the workload summary counts it as unrecorded.
           MOVE SPACES TO VISIT-HISTORY-RECORD
           MOVE WS-LG-STUDENT      TO VH-STUDENT-NUMBER
           MOVE WS-LG-VISIT-DATE   TO VH-DATE-OF-VISIT
           MOVE WS-LG-CONDITION    TO VH-HEALTH-CONDITION
           MOVE WS-LG-MEDICATION   TO VH-MEDICATION-NAME
           MOVE WS-LG-PRESCRIBER   TO VH-PRESCRIBER
           MOVE WS-CAMPUS-CODE     TO VH-CAMPUS-CODE
           PERFORM MASK-VH-FIELDS
           WRITE VISIT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "Visit already on file, not added: "
                       VH-STUDENT-NUMBER " " VH-DATE-OF-VISIT
               NOT INVALID KEY
                   ADD 1 TO WS-VISIT-COUNT
           END-WRITE.

       WRITE-CONFLICT.
           ADD 1 TO WS-CONFLICT-COUNT
           MOVE SPACES TO WS-LG-LINE
           STRING WS-LG-SOURCE " " WS-LG-STUDENT " " WS-LG-NAME " "
               WS-LG-REASON " " WS-LG-HELD-ID
               DELIMITED BY SIZE INTO WS-LG-LINE
           MOVE WS-LG-LINE TO CONFLICT-RECORD
           WRITE CONFLICT-RECORD.

       GET-NEXT-PATIENT-ID.
      * Same read-increment-write as MEDIKA's, held open I-O so the
      * record lock covers a terminal adding a patient meanwhile.
           OPEN I-O ID-COUNTER-FILE
           IF WS-ID-COUNTER-FILE-STATUS = "35"
               OPEN OUTPUT ID-COUNTER-FILE
               MOVE 1 TO WS-NEXT-PATIENT-ID
               MOVE "1" TO IC-KEY
               MOVE WS-NEXT-PATIENT-ID TO IC-NEXT-ID
               WRITE ID-COUNTER-RECORD
           ELSE
               MOVE "1" TO IC-KEY
               READ ID-COUNTER-FILE
                   KEY IS IC-KEY
                   INVALID KEY
                       MOVE 1 TO WS-NEXT-PATIENT-ID
                       MOVE "1" TO IC-KEY
                       MOVE WS-NEXT-PATIENT-ID TO IC-NEXT-ID
                       WRITE ID-COUNTER-RECORD
                   NOT INVALID KEY
                       COMPUTE WS-NEXT-PATIENT-ID = IC-NEXT-ID + 1
                       MOVE WS-NEXT-PATIENT-ID TO IC-NEXT-ID
                       REWRITE ID-COUNTER-RECORD
               END-READ
           END-IF
           CLOSE ID-COUNTER-FILE.

       MASK-HEALTH-FIELDS.
           INSPECT HEALTH-CONDITION CONVERTING WS-MASK-ALPHA-FROM
               TO WS-MASK-ALPHA-TO
           INSPECT HEALTH-CONDITION CONVERTING WS-MASK-DIGIT-FROM
               TO WS-MASK-DIGIT-TO
           INSPECT MEDICATION-NAME CONVERTING WS-MASK-ALPHA-FROM
               TO WS-MASK-ALPHA-TO
           INSPECT MEDICATION-NAME CONVERTING WS-MASK-DIGIT-FROM
               TO WS-MASK-DIGIT-TO
           INSPECT PRESCRIBER CONVERTING WS-MASK-ALPHA-FROM
               TO WS-MASK-ALPHA-TO
           INSPECT PRESCRIBER CONVERTING WS-MASK-DIGIT-FROM
               TO WS-MASK-DIGIT-TO.

       MASK-VH-FIELDS.
           INSPECT VH-HEALTH-CONDITION CONVERTING WS-MASK-ALPHA-FROM
               TO WS-MASK-ALPHA-TO
           INSPECT VH-HEALTH-CONDITION CONVERTING WS-MASK-DIGIT-FROM
               TO WS-MASK-DIGIT-TO
           INSPECT VH-MEDICATION-NAME CONVERTING WS-MASK-ALPHA-FROM
               TO WS-MASK-ALPHA-TO
           INSPECT VH-MEDICATION-NAME CONVERTING WS-MASK-DIGIT-FROM
               TO WS-MASK-DIGIT-TO
           INSPECT VH-PRESCRIBER CONVERTING WS-MASK-ALPHA-FROM
               TO WS-MASK-ALPHA-TO
           INSPECT VH-PRESCRIBER CONVERTING WS-MASK-DIGIT-FROM
               TO WS-MASK-DIGIT-TO.
