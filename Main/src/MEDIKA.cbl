               *> terminal from reading or rewriting a record while
               *> this one is in the middle of updating it.
           SELECT VISIT-HISTORY-FILE ASSIGN TO
           WS-VH-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VH-KEY
               *> terminals adding a patient at the same time can't both
               *> read the same counter value and hand out the same ID.
           SELECT ALLERGY-IMM-FILE ASSIGN TO
           WS-AI-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AI-KEY
               ORGANIZATION IS LINE SEQUENTIAL.
               *> Printable slip the student carries back to class --
               *> overwritten each time so the last one is always on top.
           SELECT DISPENSE-LABEL-FILE ASSIGN TO
           "/home/zelly/DISP_LABEL.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               *> Dispensing label and take-home instructions for the
               *> envelope -- overwritten each time, like the visit slip.
           SELECT LOGIN-FILE ASSIGN TO
           "/home/zelly/LOGIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               *> keyed by student plus due date so the worklist
               *> reads out in order.
           SELECT INCIDENT-FILE ASSIGN TO
           WS-IN-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IN-KEY
               *> Append-only register of expired lots pulled from the
               *> cabinet -- what, how much, who disposed, who
               *> witnessed. The auditors ask for this every year.
           SELECT SUPPLIER-FILE ASSIGN TO
           "/home/zelly/SUPPLIER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-CODE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-SP-FILE-STATUS.
               *> One row per medicine supplier -- who to call and
               *> how many days a delivery usually takes.
           SELECT PURCH-ORDER-FILE ASSIGN TO
           "/home/zelly/PURCHORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-PO-FILE-STATUS.
               *> One row per purchase-order line, keyed by PO number
               *> plus line, so a whole order reads out in one START.
           SELECT STOCK-RECEIPT-FILE ASSIGN TO
           "/home/zelly/RECEIPTS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RX-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-RX-FILE-STATUS.
               *> One row per delivery received, keyed by item and lot
               *> first -- which PO a lot came in on is one START away.
           SELECT DISPENSE-LOG-FILE ASSIGN TO
           "/home/zelly/DISPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DL-STATUS.
               *> Append-only, one line per draw on the cabinet for a
               *> student -- visit, MAR dose or campaign dose -- with
               *> the units taken, which the visit row never carried.
           SELECT STANDING-ORDER-FILE ASSIGN TO
           "/home/zelly/STANDORD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-SO-FILE-STATUS.
               *> The physician's standing orders -- which medication
               *> code may be given for which condition code, and how
               *> much, by age band -- checked at every dispense.

           SELECT VITAL-RANGE-FILE ASSIGN TO
           "/home/zelly/VITALRNG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VR-AGE-FROM
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-VR-FILE-STATUS.
               *> Reference ranges for temperature, blood pressure and
               *> pulse by age band, maintained like BMICUT.DAT --
               *> built-in defaults stand in for an age with no row.
           SELECT ABNORMAL-VITALS-FILE ASSIGN TO
           "/home/zelly/ABNVITAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AB-STATUS.
               *> Append-only, one line per visit whose vitals fell
               *> outside the normal range, with what was done.
           SELECT PARENT-SUPPLY-FILE ASSIGN TO
           "/home/zelly/PARSUPLY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PS-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-PS-FILE-STATUS.
               *> Each parent-supplied container received for a MAR
               *> schedule, counted down at every sign-off and closed
               *> out with a return receipt when the schedule ends.
           SELECT PARENT-RECEIPT-FILE ASSIGN TO
           "/home/zelly/PS_RECEIPT.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               *> Return-to-parent receipt -- overwritten each time,
               *> like the visit slip.
           SELECT ACCESS-LOG-FILE ASSIGN TO
           "/home/zelly/ACCESSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AX-STATUS.
               *> Append-only, one line every time a screen shows one
               *> student's clinical data -- who, in what role, when,
               *> and which screen -- for the privacy access review.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO
           "/home/zelly/AUDITCHN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CH-STATUS.
               *> One control line for the audit-trail check chain --
               *> where the live log's chain starts, its last check
               *> value and how many chained lines it should hold.
           SELECT FOOD-CERT-FILE ASSIGN TO
           "/home/zelly/FOODCERT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FC-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FC-FILE-STATUS.
               *> Annual health certificates canteen food handlers
               *> must keep current, one row per certificate, keyed
               *> by the employee's clinic key and date issued.
           SELECT DENTAL-FILE ASSIGN TO
           "/home/zelly/DENTAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-DT-FILE-STATUS.
               *> The visiting dentist's tooth-by-tooth chart, one per
               *> student per school year, with the DMFT/dmft indices
               *> worked out when it is saved.
           SELECT FEEDING-FILE ASSIGN TO
           "/home/zelly/FEEDING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FB-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FB-FILE-STATUS.
               *> School-based feeding program beneficiaries: one row
               *> per student per school year, with the baseline and
               *> the 60th- and 120th-day weigh-ins.
           SELECT FEED-ATTEND-FILE ASSIGN TO
           "/home/zelly/FEEDATT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-FA-FILE-STATUS.
               *> One row per beneficiary fed per feeding day -- the
               *> daily attendance sheet.
           SELECT TRIP-LIST-FILE ASSIGN TO
           "/home/zelly/TRIPLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TP-FILE-STATUS.
               *> Participant list for a field trip or event, as the
               *> organizing teacher sends it -- one Student ID per
               *> line in the first 20 columns.
           SELECT TRANSFER-IN-FILE ASSIGN TO
           "/home/zelly/TRANSFER_IN.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TI-FILE-STATUS.
               *> A released health record from the school a student
               *> transferred in from, in the same printed layout our
               *> own RELEASE_PACKAGE.txt uses.
           SELECT TRANSFER-REJECT-FILE ASSIGN TO
           "/home/zelly/TRANSFER_IN_REJECTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               *> Package lines the intake could not place, reason
               *> first, for the nurse to key in by hand.
           SELECT CAMPUS-LIST-FILE ASSIGN TO
           "/home/zelly/CAMPUSES.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CC-CFG-STATUS.
               *> One line per campus for the consolidated summary --
               *> campus code in cols 1-6, the directory holding that
               *> campus's copy of its data set in cols 8-67.
           SELECT FREQ-VISIT-CONFIG-FILE ASSIGN TO
           "/home/zelly/FREQVISIT.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FV-CFG-STATUS.
               *> One number: a student is listed once their visits in
               *> the period go over it. Missing file means the
               *> built-in default below.
           SELECT CLASS-PERIOD-FILE ASSIGN TO
           "/home/zelly/PERIODS.CFG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FV-PER-STATUS.
               *> The bell schedule, one class period per line -- start
               *> HH:MM in cols 1-5, end HH:MM in cols 7-11, label in
               *> cols 13-24. Missing file means plain clock hours.
           SELECT PARENT-LETTER-FILE ASSIGN TO
           "/home/zelly/PARENT_LETTERS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               *> The findings letters of one print run, grouped by
               *> Course/Section -- overwritten per run like the
               *> health card.
           SELECT LETTER-REG-FILE ASSIGN TO
           "/home/zelly/LETTERREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PL-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-PL-FILE-STATUS.
               *> One row per findings letter sent home, so the
               *> families who never replied can be followed up.
           SELECT REFERRAL-IN-FILE ASSIGN TO
           "/home/zelly/REFIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RI-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-RI-FILE-STATUS.
               *> Slips a teacher or adviser sends with a student,
               *> kept until the clinic writes back.
           SELECT CHECKPOINT-FILE ASSIGN TO
           "/home/zelly/CHECKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CKP-RUN
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CKP-FILE-STATUS.
               *> Where each long file-wide run had got to, so a run
               *> cut off by a power dip picks up after its last key.
           SELECT DAILY-STATS-FILE ASSIGN TO
           "/home/zelly/DAILYSTATS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DY-DATE
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-DY-FILE-STATUS.
               *> One row of running totals per clinic day, posted as
               *> the detail rows are written, so the dashboard and the
               *> closeout no longer read all of history to count a day.
           SELECT DUTY-ROSTER-FILE ASSIGN TO
           "/home/zelly/DUTYROST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-DR-FILE-STATUS.
               *> Who is on duty for each shift of each clinic day --
               *> the whiteboard schedule, on file, so coverage can be
               *> checked against what was actually recorded.
           SELECT EQUIPMENT-FILE ASSIGN TO
           "/home/zelly/EQUIPMENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQ-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-EQ-FILE-STATUS.
               *> The clinic's measuring equipment -- scales, BP
               *> apparatus, thermometers -- and when each is next
               *> due for a calibration check.
           SELECT EQUIPMENT-LOG-FILE ASSIGN TO
           "/home/zelly/EQUIPLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EL-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-EL-FILE-STATUS.
               *> Every calibration check and repair, item by item.
           SELECT VITALS-DEVICE-FILE ASSIGN TO
           "/home/zelly/VITALDEV.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VD-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-VD-FILE-STATUS.
               *> Which register items took a visit's vitals, under
               *> the visit's own key -- kept beside VISITHIST.DAT
               *> rather than in it, since most visits name none.
           SELECT INSURANCE-COVER-FILE ASSIGN TO
           "/home/zelly/INSCOVER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-CV-FILE-STATUS.
               *> Accident-insurance coverage per student per school
               *> year -- policy, limits, premium paid and benefit
               *> approved so far -- loaded from the insurer's
               *> enrollee list so no claim goes out uncovered.
           SELECT INS-ENROLL-FILE ASSIGN TO
           "/home/zelly/INSENROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CV-ENROLL-STATUS.
               *> The insurer's enrollee list, one "student,policy,
               *> school year,coverage type,per-incident limit,annual
               *> limit,premium,date premium paid" line per student.
           SELECT INS-ENROLL-REJECT-FILE ASSIGN TO
           "/home/zelly/INSENROL_REJECTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               *> Enrollee lines that could not be loaded, reason
               *> first, for follow-up with the insurer.
           SELECT EMR-CONFIG-FILE ASSIGN TO
           WS-EM-CFG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EM-CFG-STATUS.
               *> One line: the date submission to the city health
               *> office EMR began (YYYY/MM/DD, columns 1-10) and the
               *> facility code they assigned (columns 12-21). No
               *> file means the arrangement is not in effect.
           SELECT EMR-TRACK-FILE ASSIGN TO
           WS-EM-TRACK-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-KEY
               ALTERNATE RECORD KEY IS EM-ENCOUNTER-ID
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-EM-FILE-STATUS.
               *> One row per visit sent to the EMR, under the visit's
               *> own key -- its encounter ID, what was last sent and
               *> what the city health office said about it.
           SELECT EMR-EXPORT-FILE ASSIGN TO
           WS-EM-EXPORT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               *> The fixed-layout interchange file for one run --
               *> a fresh EMR_YYYYMMDD_HHMM.DAT each time.
           SELECT EMR-ACK-FILE ASSIGN TO
           "/home/zelly/EMR_ACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EM-ACK-STATUS.
               *> The acknowledgement file sent back -- encounter ID,
               *> "A" accepted or "R" rejected, and the reason.
           SELECT EMR-ACK-REJECT-FILE ASSIGN TO
           "/home/zelly/EMR_ACK_REJECTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
               *> Acknowledgement lines that matched no encounter.
           SELECT SPECIAL-NEEDS-FILE ASSIGN TO
           "/home/zelly/SPNEEDS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SN-STUDENT-NUMBER
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-SN-FILE-STATUS.
               *> Students with a disability -- what they need, and
               *> who takes them out of the building in a drill.
           SELECT SN-LOCATION-FILE ASSIGN TO
           "/home/zelly/SPNEEDLOC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SL-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-SL-FILE-STATUS.
               *> Where each registered student sits, class by class,
               *> filed building and floor first so the evacuation
               *> roster reads straight off it.
           SELECT AEFI-FILE ASSIGN TO
           "/home/zelly/AEFI.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EV-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-EV-FILE-STATUS.
               *> Adverse events following immunization, one per dose,
               *> under the same key as the dose's "I" row.
           SELECT QUERY-DEF-FILE ASSIGN TO
           "/home/zelly/QUERYDEF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QD-NAME
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-QD-FILE-STATUS.
               *> Saved roster queries -- the filters, the columns and
               *> the sort order of each recurring list, by name.
           SELECT QUERY-CSV-FILE ASSIGN TO
           WS-QR-CSV-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
               *> A saved query run out to a dated CSV instead of the
               *> printed report.
           SELECT TRACE-FILE ASSIGN TO
           "/home/zelly/CTRACE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TR-KEY
               LOCK MODE IS AUTOMATIC
               FILE STATUS IS WS-TR-FILE-STATUS.
               *> Contact tracing -- the students exposed to one
               *> confirmed communicable case, under the case's
               *> exclusion spell, and whether each was notified.

       DATA DIVISION.
       FILE SECTION.
           05  PRESCRIBER          PIC X(30).                           *> Name of the prescribing provider.
           05  DATE-OF-VISIT       PIC X(11).                           *> Last visit date (YYYY/MM/DD).
           05  ARCHIVE-STATUS      PIC X(1).                            *> "A" Active, "X" Archived.
           05  PATIENT-CATEGORY    PIC X(1).                            *> "S" Student, "E" Employee,
                                                                        *> "V" Visitor.
           05  EMPLOYEE-NUMBER     PIC X(12).                           *> HR employee number (staff only).
           05  EMPLOYEE-DEPT       PIC X(20).                           *> Department or office (staff only).
           05  CAMPUS-CODE         PIC X(6).                            *> Campus whose clinic holds the record.

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
               *> PATIENT-FILE directly and the Name falls on SRT-NAME.
           05  FILLER              PIC X(29).
           05  SRT-NAME            PIC X(30).
           05  FILLER              PIC X(241).
       01  SORT-WORK-RECORD-BY-VISIT REDEFINES SORT-WORK-RECORD.
               *> Same record, with Date of Visit broken out as the key
               *> for the most-recent-visit sort order.
           05  FILLER              PIC X(249).
           05  SRT-DATE-OF-VISIT   PIC X(11).
           05  FILLER              PIC X(40).
       01  SORT-WORK-RECORD-BY-SECTION REDEFINES SORT-WORK-RECORD.
               *> Same record, with Course/Section broken out so the
               *> findings letters come out section by section.
           05  FILLER              PIC X(29).
           05  SRT-SEC-NAME        PIC X(30).
           05  SRT-SEC-CYS         PIC X(30).
           05  FILLER              PIC X(211).
       01  SORT-WORK-RECORD-BY-ID REDEFINES SORT-WORK-RECORD.
               *> Same record, with the Student ID broken out for the
               *> saved queries that list in Student ID order.
           05  SRT-ID-NUMBER       PIC X(20).
           05  FILLER              PIC X(280).

       FD  SORTED-PATIENT-FILE.
       01  SORTED-PATIENT-RECORD.
           05  SRTD-PRESCRIBER       PIC X(30).
           05  SRTD-DATE-OF-VISIT    PIC X(11).
           05  SRTD-ARCHIVE-STATUS   PIC X(1).
           05  SRTD-PATIENT-CATEGORY PIC X(1).
           05  SRTD-EMPLOYEE-NUMBER  PIC X(12).
           05  SRTD-EMPLOYEE-DEPT    PIC X(20).
           05  SRTD-CAMPUS-CODE      PIC X(6).

       FD  CSV-EXPORT-FILE.
       01  CSV-EXPORT-RECORD         PIC X(400).                   *> One CSV line per student.
                                                                    *> stock-take variance is worth. A
                                                                    *> MEDSTOCK.DAT from before this
                                                                    *> field must be re-entered once.
           05  MS-CAMPUS-CODE          PIC X(6).                    *> Campus whose cabinet holds it.

       FD  REFERRAL-FILE.
       01  REFERRAL-RECORD.
           05  AH-PRESCRIBER       PIC X(30).
           05  AH-DATE-OF-VISIT    PIC X(11).
           05  AH-ARCHIVE-STATUS   PIC X(1).
           05  AH-PATIENT-CATEGORY PIC X(1).
           05  AH-EMPLOYEE-NUMBER  PIC X(12).
           05  AH-EMPLOYEE-DEPT    PIC X(20).
           05  AH-CAMPUS-CODE      PIC X(6).

       FD  RECALL-FILE.
       01  RECALL-RECORD.
           05  IN-FIRST-AID            PIC X(30).                   *> First aid given at the scene.
           05  IN-WITNESSES            PIC X(30).                   *> Names of witnesses.
           05  IN-PARENTS-NOTIFIED     PIC X(1).                    *> "Y" or "N".
           05  IN-CAMPUS-CODE          PIC X(6).                    *> Campus where it happened.

       FD  INCIDENT-SUMMARY-FILE.
       01  INCIDENT-SUMMARY-RECORD     PIC X(100).                  *> One printed line of the summary.
           05  JN-ACTION               PIC X(1).                    *> "W" write, "R" rewrite,
                                                                    *> "D" delete.
           05  FILLER                  PIC X(1).
           05  JN-IMAGE                PIC X(300).                  *> The record, byte for byte.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD              PIC X(40).                    *> "YYYY/MM/DD description".
       FD  DISPOSAL-REG-FILE.
       01  DISPOSAL-REG-RECORD         PIC X(150).                   *> One disposal line, date first.

       FD  SUPPLIER-FILE.
       01  SUPPLIER-RECORD.
               *> One supplier the clinic buys medicines from.
           05  SP-CODE                 PIC X(6).                     *> Short supplier code, e.g. MERCRY.
           05  SP-NAME                 PIC X(30).                    *> Registered business name.
           05  SP-CONTACT              PIC X(30).                    *> Sales agent or contact person.
           05  SP-PHONE                PIC X(15).                    *> Order line.
           05  SP-EMAIL                PIC X(30).                    *> Where POs are e-mailed.
           05  SP-LEAD-DAYS            PIC 9(3).                     *> Usual days from order to delivery.

       FD  PURCH-ORDER-FILE.
       01  PURCH-ORDER-RECORD.
               *> One line of a purchase order -- the header fields
               *> ride on every line, the way CLAIM-REG-RECORD does.
           05  PO-KEY.
               10  PO-NUMBER           PIC 9(7).                     *> PO number from counter row "5".
               10  PO-LINE             PIC 9(2).                     *> Line within the PO, from 01.
           05  PO-SUPPLIER-CODE        PIC X(6).                     *> SP-CODE ordered from.
           05  PO-ITEM-NAME            PIC X(30).                    *> MS-ITEM-NAME being ordered.
           05  PO-QTY-ORDERED          PIC 9(5).                     *> Units ordered.
           05  PO-UNIT-COST            PIC 9(5)V99.                  *> MS-UNIT-COST when the PO was raised.
           05  PO-ORDER-DATE           PIC X(11).                    *> Date raised (YYYY/MM/DD).
           05  PO-EXPECTED-DATE        PIC X(11).                    *> Date delivery is due (YYYY/MM/DD).
           05  PO-QTY-RECEIVED         PIC 9(5).                     *> Units received against the line so far.
           05  PO-STATUS               PIC X(1).                     *> "O" Open, "C" Complete,
                                                                     *> "S" Closed short, "X" Cancelled.
           05  PO-ORDERED-BY           PIC X(20).                    *> Staff account that raised it.

       FD  STOCK-RECEIPT-FILE.
       01  STOCK-RECEIPT-RECORD.
               *> One delivery taken into the cabinet.
           05  RX-KEY.
               10  RX-ITEM-NAME        PIC X(30).                    *> MS-ITEM-NAME received.
               10  RX-LOT-NUMBER       PIC X(15).                    *> ML-LOT-NUMBER, blank if untracked.
               10  RX-RECEIVED-DATE    PIC X(11).                    *> Date received (YYYY/MM/DD).
               10  RX-RECEIVED-TIME    PIC X(5).                     *> Time received (HH:MM).
           05  RX-QTY                  PIC 9(5).                     *> Units in this delivery.
           05  RX-PO-NUMBER            PIC 9(7).                     *> PO it came in on, zero if none.
           05  RX-PO-LINE              PIC 9(2).                     *> Line of that PO.
           05  RX-MATCH                PIC X(1).                     *> "M" Matched, "S" Closed short,
                                                                     *> "O" Over the order, "U" Unordered.
           05  RX-RECEIVED-BY          PIC X(20).                    *> Staff account that received it.

       FD  DISPENSE-LOG-FILE.
       01  DISPENSE-LOG-RECORD.
               *> Units taken out of the cabinet for one student.
           05  DL-DATE                 PIC X(11).                    *> Day dispensed (YYYY/MM/DD).
           05  DL-TIME                 PIC X(5).                     *> Clock time (HH:MM).
           05  FILLER                  PIC X(1).
           05  DL-STUDENT-NUMBER       PIC X(20).                    *> Student given to.
           05  FILLER                  PIC X(1).
           05  DL-ITEM-NAME            PIC X(30).                    *> MS-ITEM-NAME drawn.
           05  FILLER                  PIC X(1).
           05  DL-QTY                  PIC 9(5).                     *> Units taken out.
           05  FILLER                  PIC X(1).
           05  DL-SOURCE               PIC X(1).                     *> "V" Visit, "M" MAR dose,
                                                                     *> "C" Campaign dose.
           05  FILLER                  PIC X(1).
           05  DL-GIVEN-BY             PIC X(20).                    *> Staff account dispensing.
           05  FILLER                  PIC X(1).
           05  DL-LOT-NUMBER           PIC X(15).                    *> ML-LOT-NUMBER drawn, blank if
                                                                     *> the units were untracked.
           05  FILLER                  PIC X(1).
           05  DL-DOSE                 PIC X(20).                    *> Label directions, visit
           05  FILLER                  PIC X(1).                     *> dispenses only -- kept so the
           05  DL-FREQUENCY            PIC X(20).                    *> label can be reprinted.
           05  FILLER                  PIC X(1).
           05  DL-WARNING              PIC X(40).

       FD  STANDING-ORDER-FILE.
       01  STANDING-ORDER-RECORD.
               *> One age band of one condition/medication pairing.
           05  SO-KEY.
               10  SO-COND-CODE        PIC X(5).                     *> "C" code on CODE-TABLE-FILE.
               10  SO-MED-CODE         PIC X(5).                     *> "M" code on CODE-TABLE-FILE.
               10  SO-AGE-FROM         PIC 9(2).                     *> Youngest age in the band.
           05  SO-AGE-TO               PIC 9(2).                     *> Oldest age in the band.
           05  SO-DOSE-TEXT            PIC X(20).                    *> Dose as written, e.g. 500 mg.
           05  SO-DOSE-UNITS           PIC 9(3).                     *> Most stock units per dose.
           05  SO-MIN-HOURS            PIC 9(2).                     *> Least hours between doses.
           05  SO-MAX-DAILY            PIC 9(2).                     *> Most doses in one day.
           05  SO-SIGNED-BY            PIC X(30).                    *> Physician who signed the row.
           05  SO-SIGNED-SY            PIC X(9).                     *> School year signed for.
           05  SO-SIGNED-DATE          PIC X(11).                    *> Date signed (YYYY/MM/DD).

       FD  VITAL-RANGE-FILE.
       01  VITAL-RANGE-RECORD.
               *> Normal, borderline and critical limits for one band.
               *> Normal is NORM-LO to NORM-HI; at or past CRIT-LO or
               *> CRIT-HI is critical; anything between is borderline.
           05  VR-AGE-FROM             PIC 9(2).                     *> Youngest age in the band.
           05  VR-AGE-TO               PIC 9(2).                     *> Oldest age in the band.
           05  VR-LIMITS.
               10  VR-TEMP-CRIT-LO     PIC 9(2)V9.                   *> Temperature, deg C.
               10  VR-TEMP-NORM-LO     PIC 9(2)V9.
               10  VR-TEMP-NORM-HI     PIC 9(2)V9.
               10  VR-TEMP-CRIT-HI     PIC 9(2)V9.
               10  VR-SYS-CRIT-LO      PIC 9(3).                     *> Systolic, mmHg.
               10  VR-SYS-NORM-LO      PIC 9(3).
               10  VR-SYS-NORM-HI      PIC 9(3).
               10  VR-SYS-CRIT-HI      PIC 9(3).
               10  VR-DIA-CRIT-LO      PIC 9(3).                     *> Diastolic, mmHg.
               10  VR-DIA-NORM-LO      PIC 9(3).
               10  VR-DIA-NORM-HI      PIC 9(3).
               10  VR-DIA-CRIT-HI      PIC 9(3).
               10  VR-PULSE-CRIT-LO    PIC 9(3).                     *> Pulse, bpm.
               10  VR-PULSE-NORM-LO    PIC 9(3).
               10  VR-PULSE-NORM-HI    PIC 9(3).
               10  VR-PULSE-CRIT-HI    PIC 9(3).

       FD  ABNORMAL-VITALS-FILE.
       01  ABNORMAL-VITALS-RECORD.
               *> One out-of-range set of vitals, in fixed columns.
           05  AB-DATE                 PIC X(11).                    *> Day taken (YYYY/MM/DD).
           05  AB-TIME                 PIC X(5).                     *> Clock time (HH:MM).
           05  FILLER                  PIC X(1).
           05  AB-STUDENT-NUMBER       PIC X(20).                    *> Student.
           05  FILLER                  PIC X(1).
           05  AB-AGE                  PIC 9(3).                     *> Age used for the ranges.
           05  FILLER                  PIC X(1).
           05  AB-TEMPERATURE          PIC X(5).                     *> Readings as typed.
           05  FILLER                  PIC X(1).
           05  AB-BLOOD-PRESSURE       PIC X(7).
           05  FILLER                  PIC X(1).
           05  AB-PULSE                PIC X(3).
           05  FILLER                  PIC X(1).
           05  AB-LEVEL                PIC X(1).                     *> "B" Borderline, "C" Critical.
           05  FILLER                  PIC X(1).
           05  AB-FLAGS                PIC X(40).                    *> Which readings, which way.
           05  FILLER                  PIC X(1).
           05  AB-ACTION               PIC X(1).                     *> "R" Referred, "A" Admitted to
                                                                     *> bed, "P" Parent called,
                                                                     *> "O" Observed only.
           05  FILLER                  PIC X(1).
           05  AB-TAKEN-BY             PIC X(20).                    *> Staff account.

       FD  DISPENSE-LABEL-FILE.
       01  DISPENSE-LABEL-RECORD     PIC X(80).                     *> One printed line of the label.

       FD  PARENT-SUPPLY-FILE.
       01  PARENT-SUPPLY-RECORD.
               *> One container of the parent's own medication.
           05  PS-KEY.
               10  PS-STUDENT-NUMBER   PIC X(20).                    *> Matches MR-STUDENT-NUMBER.
               10  PS-DRUG             PIC X(30).                    *> Matches MR-DRUG.
               10  PS-SEQ              PIC 9(3).                     *> Container 001, 002, ...
           05  PS-STRENGTH             PIC X(15).                    *> e.g. 10 mg/5 mL.
           05  PS-QTY-RECEIVED         PIC 9(5).                     *> Units counted in at intake.
           05  PS-QTY-ON-HAND          PIC 9(5).                     *> Units left after sign-offs.
           05  PS-UNITS-PER-DOSE       PIC 9(3).                     *> Drawn at each sign-off.
           05  PS-EXPIRY-DATE          PIC X(11).                    *> From the label (YYYY/MM/DD).
           05  PS-BROUGHT-BY           PIC X(30).                    *> Parent/guardian handing it in.
           05  PS-RECEIVED-DATE        PIC X(11).                    *> Day received (YYYY/MM/DD).
           05  PS-RECEIVED-BY          PIC X(20).                    *> Staff account counting it in.
           05  PS-STATUS               PIC X(1).                     *> "A" In use, "R" Returned.
           05  PS-RETURN-DATE          PIC X(11).                    *> Day handed back.
           05  PS-RETURNED-QTY         PIC 9(5).                     *> Units counted out on return.
           05  PS-RETURNED-TO          PIC X(30).                    *> Who took it home.

       FD  PARENT-RECEIPT-FILE.
       01  PARENT-RECEIPT-RECORD     PIC X(80).                     *> One printed line of the receipt.

       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD.
               *> One view of one student's record, in fixed columns.
           05  AX-DATE                 PIC X(11).                    *> Day viewed (YYYY/MM/DD).
           05  AX-TIME                 PIC X(8).                     *> Clock time (HH:MM:SS).
           05  FILLER                  PIC X(1).
           05  AX-USER                 PIC X(20).                    *> Staff account.
           05  FILLER                  PIC X(1).
           05  AX-ROLE                 PIC X(5).                     *> Its role at the time.
           05  FILLER                  PIC X(1).
           05  AX-SCREEN               PIC X(16).                    *> Screen the data was shown on.
           05  FILLER                  PIC X(1).
           05  AX-STUDENT-NUMBER       PIC X(20).                    *> Student whose record it was.

       FD  AUDIT-CHAIN-FILE.
       01  AUDIT-CHAIN-RECORD.
               *> The chain's control totals, rewritten on each append.
           05  CH-ANCHOR               PIC 9(10).                    *> Check value the first chained
                                                                     *> line of AUDITLOG.txt follows --
                                                                     *> zero until a retention roll
                                                                     *> moves chained lines out.
           05  FILLER                  PIC X(1).
           05  CH-LAST                 PIC 9(10).                    *> Check value of the last line.
           05  FILLER                  PIC X(1).
           05  CH-LINES                PIC 9(9).                     *> Chained lines in AUDITLOG.txt.
           05  FILLER                  PIC X(1).
           05  CH-ROLLED-THRU          PIC X(4).                     *> Last yearly volume the chain
                                                                     *> was carried into, if any.

       FD  FOOD-CERT-FILE.
       01  FOOD-CERT-RECORD.
               *> One food handler's health certificate.
           05  FC-KEY.
               10  FC-STUDENT-NUMBER   PIC X(20).                   *> Employee's clinic key (EMP-...).
               10  FC-ISSUE-DATE       PIC X(10).                   *> Date issued (YYYY/MM/DD).
           05  FC-CERT-NUMBER          PIC X(20).                   *> Certificate number.
           05  FC-ISSUED-BY            PIC X(30).                   *> Issuing health office.
           05  FC-EXPIRY-DATE          PIC X(10).                   *> Valid until (YYYY/MM/DD).
           05  FC-FILED-BY             PIC X(20).                   *> Account that filed it.

       FD  DENTAL-FILE.
       01  DENTAL-RECORD.
               *> One student's dental chart for one school year.
               *> Teeth run in FDI order: permanent 11-18, 21-28,
               *> 31-38, 41-48; primary 51-55, 61-65, 71-75, 81-85.
           05  DT-KEY.
               10  DT-STUDENT-NUMBER   PIC X(20).                   *> Student charted.
               10  DT-SCHOOL-YEAR      PIC X(9).                    *> e.g. 2025-2026.
           05  DT-EXAM-DATE            PIC X(10).                   *> Date charted (YYYY/MM/DD).
           05  DT-DENTIST              PIC X(30).                   *> Charting dentist.
           05  DT-PERM-STATUS          PIC X(32).                   *> Per tooth: "S" sound, "D"
                                                                    *> decayed, "M" missing, "F"
                                                                    *> filled, blank not present.
           05  DT-PRIM-STATUS          PIC X(20).                   *> Same codes, primary teeth.
           05  DT-PERM-TREAT           PIC X(32).                   *> Per tooth: "E" extraction,
                                                                    *> "F" filling, "L" fluoride,
                                                                    *> "S" sealant, blank none.
           05  DT-PRIM-TREAT           PIC X(20).                   *> Same codes, primary teeth.
           05  DT-PERM-D               PIC 9(2).                    *> Decayed permanent teeth.
           05  DT-PERM-M               PIC 9(2).                    *> Missing permanent teeth.
           05  DT-PERM-F               PIC 9(2).                    *> Filled permanent teeth.
           05  DT-DMFT                 PIC 9(2).                    *> DMFT = D + M + F.
           05  DT-PRIM-D               PIC 9(2).                    *> Decayed primary teeth.
           05  DT-PRIM-M               PIC 9(2).                    *> Missing primary teeth.
           05  DT-PRIM-F               PIC 9(2).                    *> Filled primary teeth.
           05  DT-DMFT-PRIM            PIC 9(2).                    *> dmft = d + m + f.
           05  DT-NEEDS-TREATMENT      PIC X(1).                    *> "Y" a decayed tooth was left
                                                                    *> untreated.
           05  DT-RECALL-SET           PIC X(1).                    *> "Y" once fed to RECALL-FILE.
           05  DT-RECORDED-BY          PIC X(20).                   *> Account that keyed it.

       FD  FEEDING-FILE.
       01  FEEDING-RECORD.
               *> One feeding program beneficiary for one school year.
               *> Classes are the nutrition report's: 1 severely
               *> wasted, 2 wasted, 3 normal, 4 overweight, 5 obese.
           05  FB-KEY.
               10  FB-SCHOOL-YEAR      PIC X(9).                    *> e.g. 2025-2026.
               10  FB-STUDENT-NUMBER   PIC X(20).                   *> Beneficiary.
           05  FB-CYS                  PIC X(30).                   *> Section when enrolled.
           05  FB-ENROLL-DATE          PIC X(11).                   *> Baseline date (YYYY/MM/DD).
           05  FB-BASE-HEIGHT          PIC 9(3).                    *> Baseline height, cm.
           05  FB-BASE-WEIGHT          PIC 9(3).                    *> Baseline weight, kg.
           05  FB-BASE-BMI             PIC 9(2)V9(1).               *> Baseline BMI.
           05  FB-BASE-CLASS           PIC 9(1).                    *> Baseline class.
           05  FB-MID-DATE             PIC X(11).                   *> 60th-day weigh-in date;
                                                                    *> blank until taken.
           05  FB-MID-HEIGHT           PIC 9(3).
           05  FB-MID-WEIGHT           PIC 9(3).
           05  FB-MID-BMI              PIC 9(2)V9(1).
           05  FB-MID-CLASS            PIC 9(1).
           05  FB-END-DATE             PIC X(11).                   *> 120th-day weigh-in date;
                                                                    *> blank until taken.
           05  FB-END-HEIGHT           PIC 9(3).
           05  FB-END-WEIGHT           PIC 9(3).
           05  FB-END-BMI              PIC 9(2)V9(1).
           05  FB-END-CLASS            PIC 9(1).
           05  FB-DAYS-FED             PIC 9(3).                    *> Feeding days attended.
           05  FB-LAST-FED             PIC X(11).                   *> Last feeding day attended.
           05  FB-STATUS               PIC X(1).                    *> "A" Active, "C" Completed
                                                                    *> (120th-day weigh-in taken).
           05  FB-ENROLLED-BY          PIC X(20).                   *> Account that enrolled.

       FD  FEED-ATTEND-FILE.
       01  FEED-ATTEND-RECORD.
               *> One beneficiary fed on one feeding day.
           05  FA-KEY.
               10  FA-FEED-DATE        PIC X(11).                   *> Feeding day (YYYY/MM/DD).
               10  FA-STUDENT-NUMBER   PIC X(20).                   *> Beneficiary fed.
           05  FA-SCHOOL-YEAR          PIC X(9).                    *> Program year.
           05  FA-RECORDED-BY          PIC X(20).                   *> Account that marked it.

       FD  TRIP-LIST-FILE.
       01  TRIP-LIST-RECORD.
           05  TL-STUDENT-NUMBER       PIC X(20).                    *> Participant's Student ID.
           05  FILLER                  PIC X(60).

       FD  TRANSFER-IN-FILE.
       01  TRANSFER-IN-RECORD          PIC X(100).                  *> One printed line of the package.

       FD  TRANSFER-REJECT-FILE.
       01  TRANSFER-REJECT-RECORD      PIC X(130).                  *> One unplaced line, reason first.

       FD  CAMPUS-LIST-FILE.
       01  CAMPUS-LIST-RECORD          PIC X(80).                   *> "CODE   /path/to/data-set".

       FD  FREQ-VISIT-CONFIG-FILE.
       01  FREQ-VISIT-CONFIG-RECORD    PIC X(10).                   *> Visit threshold, e.g. 5.

       FD  CLASS-PERIOD-FILE.
       01  CLASS-PERIOD-RECORD         PIC X(40).                   *> "07:30 08:30 Period 1".

       FD  PARENT-LETTER-FILE.
       01  PARENT-LETTER-RECORD        PIC X(100).                   *> One printed line of a letter.

       FD  LETTER-REG-FILE.
       01  LETTER-REG-RECORD.
               *> One findings letter sent to a student's family.
           05  PL-KEY.
               10  PL-STUDENT-NUMBER   PIC X(20).                    *> Student the letter is about.
               10  PL-SCHOOL-YEAR      PIC X(9).                     *> School year, e.g. 2026-2027.
           05  PL-SERIAL               PIC 9(7).                     *> Letter No. printed on the slip.
           05  PL-STUDENT-CYS          PIC X(30).                    *> Section it went home through.
           05  PL-ISSUE-DATE           PIC X(11).                    *> Date printed (YYYY/MM/DD).
           05  PL-FINDINGS             PIC 9(2).                     *> Number of findings listed.
           05  PL-FINDING-TYPES        PIC X(3).                     *> "A" exam, "I" doses, "N" BMI
                                                                      *> in positions 1-3.
           05  PL-STATUS               PIC X(1).                     *> "S" Sent, "R" Reply received.
           05  PL-REPLY-DATE           PIC X(11).                    *> Slip came back (YYYY/MM/DD).
           05  PL-REPLY-NOTE           PIC X(40).                    *> What the family said.

       FD  REFERRAL-IN-FILE.
       01  REFERRAL-IN-RECORD.
               *> One slip sending a student into the clinic.
           05  RI-KEY.
               10  RI-STUDENT-NUMBER   PIC X(20).                    *> Student sent to the clinic.
               10  RI-REF-DATE         PIC X(11).                    *> Date on the slip (YYYY/MM/DD).
               10  RI-SEQ              PIC 9(2).                     *> Slip number that day, from 1.
           05  RI-TEACHER              PIC X(30).                    *> Teacher or adviser who sent it.
           05  RI-CYS                  PIC X(30).                    *> Course/Section of the class.
           05  RI-CONCERN              PIC X(60).                    *> What the teacher noticed.
           05  RI-URGENCY              PIC X(1).                     *> "U" Urgent, "R" Routine.
           05  RI-STATUS               PIC X(1).                     *> "O" Open, "S" Seen, "C" Closed.
           05  RI-VISIT-DATE           PIC X(11).                    *> Visit that answered it
                                                                      *> (YYYY/MM/DD) --
           05  RI-VISIT-TIME           PIC X(5).                     *> -- and its time (HH:MM).
           05  RI-FEEDBACK             PIC X(60).                    *> Line written back to the adviser.
           05  RI-CLOSED-DATE          PIC X(11).                    *> Date the feedback was written.
           05  RI-LOGGED-BY            PIC X(20).                    *> Staff account that took the slip.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
               *> One row per run in flight; deleted when it finishes.
           05  CKP-RUN                 PIC X(10).                    *> PROMOTION, ARCHIVAL, RETENTION,
                                                                      *> IMMIMPORT.
           05  CKP-STOP-DATE           PIC X(11).                    *> When the checkpoint was taken
                                                                      *> (YYYY/MM/DD) --
           05  CKP-STOP-TIME           PIC X(5).                     *> -- and the time (HH:MM).
           05  CKP-LAST-KEY            PIC X(40).                    *> Last key fully processed.
           05  CKP-PARMS               PIC X(40).                    *> The run's own parameters, so a
                                                                      *> resume repeats them exactly.
           05  CKP-READ                PIC 9(7).                     *> Records read so far.
           05  CKP-COUNT-1             PIC 9(7).                     *> Running totals; what each one
                                                                      *> counts is up to the run.
           05  CKP-COUNT-2             PIC 9(7).                     *> Second running total.
           05  CKP-COUNT-3             PIC 9(7).                     *> Third running total.
           05  CKP-USER                PIC X(20).                    *> Account that started the run.

       FD  DAILY-STATS-FILE.
       01  DAILY-STATS-RECORD.
               *> The running totals for one clinic day.
           05  DY-DATE                 PIC X(11).                    *> Clinic day (YYYY/MM/DD).
           05  DY-COUNTS.
               10  DY-VISITS           PIC 9(5).                     *> Visit-history rows written,
                                                                      *> outside history not counted.
               10  DY-HOUR-VISITS      PIC 9(4) OCCURS 24 TIMES.     *> The same visits by hour,
                                                                      *> 00:00-00:59 first.
               10  DY-NEW-RECORDS      PIC 9(5).                     *> NEW RECORD audit lines.
               10  DY-DISPENSED        PIC 9(7).                     *> Medication units taken out of
                                                                      *> the cabinet, any door.
               10  DY-REFERRALS        PIC 9(5).                     *> Outside referrals made.
               10  DY-QUEUE-CLOSED     PIC 9(5).                     *> Queue numbers marked done or
                                                                      *> referred.
               10  DY-RECEIPTS         PIC 9(5).                     *> Official receipts issued --
               10  DY-CASH             PIC 9(7)V99.                  *> -- and the pesos they total.
           05  DY-REBUILT-DATE         PIC X(11).                    *> Last regenerated from the detail
                                                                      *> files; blank if only ever posted.

       FD  DUTY-ROSTER-FILE.
       01  DUTY-ROSTER-RECORD.
               *> One staff account on duty for one shift of one day.
           05  DR-KEY.
               10  DR-DATE             PIC X(11).                    *> Day on duty (YYYY/MM/DD).
               10  DR-SHIFT            PIC X(1).                     *> "A" Morning (before 12:00),
                                                                      *> "P" Afternoon.
               10  DR-USERNAME         PIC X(20).                    *> LOGIN-FILE account on duty.
           05  DR-DUTY-ROLE            PIC X(1).                     *> "N" Nurse, "P" Physician clinic,
                                                                      *> "C" Clerk, "A" Admin.
           05  DR-NOTE                 PIC X(30).                    *> Relief, half day and the like.
           05  DR-ENTERED-BY           PIC X(20).                    *> Account that put it on the roster --
           05  DR-ENTERED-DATE         PIC X(11).                    *> -- and when (YYYY/MM/DD).

       FD  EQUIPMENT-FILE.
       01  EQUIPMENT-RECORD.
               *> One item on the clinic equipment register.
           05  EQ-ID                   PIC X(10).                    *> Asset tag, e.g. SCALE-02.
           05  EQ-KIND                 PIC X(1).                     *> "S" Weighing scale, "B" BP
                                                                      *> apparatus, "T" Thermometer,
                                                                      *> "O" Other.
           05  EQ-DESCRIPTION          PIC X(30).                    *> Make and model.
           05  EQ-SERIAL               PIC X(20).                    *> Maker's serial number.
           05  EQ-LOCATION             PIC X(20).                    *> Room or station, e.g. Room 2.
           05  EQ-ACQUIRED-DATE        PIC X(11).                    *> Date acquired (YYYY/MM/DD).
           05  EQ-INTERVAL-DAYS        PIC 9(3).                     *> Days between calibration checks.
           05  EQ-LAST-CHECK-DATE      PIC X(11).                    *> Last calibration check --
           05  EQ-LAST-RESULT          PIC X(1).                     *> -- and its result, "P"/"F".
           05  EQ-LAST-GOOD-DATE       PIC X(11).                    *> Last check it passed.
           05  EQ-NEXT-DUE-DATE        PIC X(11).                    *> Next check due (YYYY/MM/DD).
           05  EQ-STATUS               PIC X(1).                     *> "A" In service, "O" Out of
                                                                      *> service (failed a check),
                                                                      *> "R" Retired.
           05  EQ-UPDATED-BY           PIC X(20).                    *> Account that last changed it.

       FD  EQUIPMENT-LOG-FILE.
       01  EQUIPMENT-LOG-RECORD.
               *> One calibration check or maintenance job on an item.
           05  EL-KEY.
               10  EL-EQ-ID            PIC X(10).                    *> Item worked on.
               10  EL-DATE             PIC X(11).                    *> Day done (YYYY/MM/DD).
               10  EL-SEQ              PIC 9(2).                     *> Sequence within the day.
           05  EL-KIND                 PIC X(1).                     *> "C" Calibration check,
                                                                      *> "M" Maintenance/repair.
           05  EL-RESULT               PIC X(1).                     *> "P" Passed, "F" Failed; blank
                                                                      *> for maintenance.
           05  EL-FINDING              PIC X(40).                    *> e.g. reads +2.0 kg on 20 kg test.
           05  EL-DONE-BY              PIC X(30).                    *> Technician or supplier.
           05  EL-NEXT-DUE             PIC X(11).                    *> Next check due as set by this one.
           05  EL-LOGGED-BY            PIC X(20).                    *> Account that keyed it.

       FD  VITALS-DEVICE-FILE.
       01  VITALS-DEVICE-RECORD.
               *> The equipment one visit's vitals were taken with.
           05  VD-KEY.
               10  VD-STUDENT-NUMBER   PIC X(20).                    *> Same key as the visit row.
               10  VD-DATE-OF-VISIT    PIC X(11).
               10  VD-TIME-OF-VISIT    PIC X(5).
           05  VD-SCALE-ID             PIC X(10).                    *> Scale for height/weight.
           05  VD-BP-ID                PIC X(10).                    *> BP apparatus.
           05  VD-THERMO-ID            PIC X(10).                    *> Thermometer.

       FD  INSURANCE-COVER-FILE.
       01  INSURANCE-COVER-RECORD.
               *> One student's accident-insurance cover for a year.
           05  CV-KEY.
               10  CV-STUDENT-NUMBER   PIC X(20).                    *> Insured student.
               10  CV-SCHOOL-YEAR      PIC X(9).                     *> School year, YYYY-YYYY.
           05  CV-POLICY-NUMBER        PIC X(20).                    *> Insurer's policy/certificate no.
           05  CV-COVERAGE-TYPE        PIC X(10).                    *> Plan as the insurer names it.
           05  CV-PER-INCIDENT-LIMIT   PIC 9(7)V99.                  *> Most payable on one incident.
           05  CV-ANNUAL-LIMIT         PIC 9(7)V99.                  *> Most payable in the year.
           05  CV-PREMIUM              PIC 9(7)V99.                  *> Premium for the year.
           05  CV-PREMIUM-PAID-DATE    PIC X(11).                    *> Date paid; blank = not paid.
           05  CV-APPROVED-TO-DATE     PIC 9(7)V99.                  *> Claims approved against the
                                                                      *> annual limit so far.
           05  CV-CLAIMS-APPROVED      PIC 9(3).                     *> Number of claims approved.
           05  CV-LOADED-DATE          PIC X(11).                    *> Last loaded/changed.

       FD  INS-ENROLL-FILE.
       01  INS-ENROLL-RECORD           PIC X(160).                   *> One enrollee line, comma-separated.

       FD  INS-ENROLL-REJECT-FILE.
       01  INS-ENROLL-REJECT-RECORD    PIC X(200).                   *> One rejected line, reason first.

       FD  EMR-CONFIG-FILE.
       01  EMR-CONFIG-RECORD           PIC X(80).                    *> Start date, facility code.

       FD  EMR-TRACK-FILE.
       01  EMR-TRACK-RECORD.
               *> One visit's submission to the city health office EMR.
           05  EM-KEY.
               10  EM-STUDENT-NUMBER   PIC X(20).                    *> Same key as the visit row.
               10  EM-VISIT-DATE       PIC X(11).
               10  EM-VISIT-TIME       PIC X(5).
           05  EM-ENCOUNTER-ID         PIC X(14).                    *> Campus code + 8-digit number,
                                                                      *> never changed once given.
           05  EM-STATUS               PIC X(1).                     *> "S" Sent, awaiting
                                                                      *> acknowledgement, "A" Accepted,
                                                                      *> "R" Rejected, "Q" Queued to
                                                                      *> resend.
           05  EM-FIRST-SENT           PIC X(11).                    *> First sent (YYYY/MM/DD).
           05  EM-LAST-SENT            PIC X(11).                    *> Last sent.
           05  EM-SEND-COUNT           PIC 9(3).                     *> Times sent.
           05  EM-ACK-DATE             PIC X(11).                    *> Acknowledgement loaded.
           05  EM-REASON               PIC X(60).                    *> Reason given on a rejection.
           05  EM-SENT-IMAGE           PIC X(234).                   *> Encounter as last sent, to
                                                                      *> spot a corrected visit.

       FD  EMR-EXPORT-FILE.
       01  EMR-EXPORT-RECORD           PIC X(250).                   *> Header, encounter or trailer.

       FD  EMR-ACK-FILE.
       01  EMR-ACK-RECORD              PIC X(100).                   *> Encounter ID 1-14, status 16,
                                                                      *> reason 18-77.

       FD  EMR-ACK-REJECT-FILE.
       01  EMR-ACK-REJECT-RECORD       PIC X(130).                   *> One unmatched line, reason first.

       FD  SPECIAL-NEEDS-FILE.
       01  SPECIAL-NEEDS-RECORD.
               *> One student on the special-needs registry.
           05  SN-STUDENT-NUMBER       PIC X(20).
           05  SN-DISABILITY           PIC X(4).                     *> Any of "M" Mobility, "V"
                                                                      *> Visual, "H" Hearing, "O" Other.
           05  SN-DESCRIPTION          PIC X(40).                    *> The disability, in words.
           05  SN-ACCOMMODATIONS       PIC X(60).                    *> Seating, extra time, ...
           05  SN-DEVICES              PIC X(40).                    *> Wheelchair, crutches, cane,
                                                                      *> hearing aid, ...
           05  SN-EVAC-NOTE            PIC X(40).                    *> How to bring the student out.
           05  SN-HELPER-KIND          PIC X(1).                     *> "B" Student buddy, "S" Staff,
                                                                      *> blank none assigned.
           05  SN-HELPER-ID            PIC X(20).                    *> Buddy's Student ID or the
                                                                      *> staff member's account.
           05  SN-HELPER-NAME          PIC X(30).
           05  SN-LOC-COUNT            PIC 9(1).                     *> Class locations on file.
           05  SN-UPDATED-DATE         PIC X(11).                    *> Last changed (YYYY/MM/DD).
           05  SN-UPDATED-BY           PIC X(20).                    *> Account that last changed it.

       FD  SN-LOCATION-FILE.
       01  SN-LOCATION-RECORD.
               *> One class period's place for a registered student.
           05  SL-KEY.
               10  SL-BUILDING         PIC X(15).
               10  SL-FLOOR            PIC X(2).                     *> "G" Ground, "1", "2", ...
               10  SL-STUDENT-NUMBER   PIC X(20).
               10  SL-SLOT             PIC 9(1).                     *> The student's location 1-6.
           05  SL-DAYS                 PIC X(6).                     *> Any of M T W H F S.
           05  SL-FROM                 PIC X(5).                     *> HH:MM.
           05  SL-TO                   PIC X(5).                     *> HH:MM.
           05  SL-ROOM                 PIC X(10).
           05  SL-CLASS                PIC X(20).                    *> Subject or section.

       FD  AEFI-FILE.
       01  AEFI-RECORD.
               *> One adverse event following one immunization dose.
           05  EV-KEY.
               10  EV-STUDENT-NUMBER   PIC X(20).
               10  EV-DOSE-DATE        PIC X(11).                    *> AI-ENTRY-DATE of the dose.
           05  EV-CASE-ID              PIC X(14).                    *> Campus code + 8-digit number.
           05  EV-VACCINE              PIC X(30).
           05  EV-DOSE-LABEL           PIC X(15).                    *> 1st dose, booster, ...
           05  EV-LOT                  PIC X(15).
           05  EV-VACCINE-TIME         PIC X(5).                     *> HH:MM the dose was given.
           05  EV-ONSET-DATE           PIC X(11).                    *> First sign (YYYY/MM/DD) --
           05  EV-ONSET-TIME           PIC X(5).                     *> -- and HH:MM.
           05  EV-INTERVAL-MIN         PIC 9(6).                     *> Minutes from dose to onset.
           05  EV-SYMPTOMS             PIC X(60).
           05  EV-SERIOUS              PIC X(1).                     *> "Y" Serious, "N" Not.
           05  EV-CRITERION            PIC X(1).                     *> Why serious: "D" Death, "L"
                                                                      *> Life-threatening, "H"
                                                                      *> Hospitalized, "P" Persistent
                                                                      *> disability, "O" Other
                                                                      *> important medical event.
           05  EV-ACTIONS              PIC X(60).                    *> First aid and treatment given.
           05  EV-REFERRED             PIC X(1).                     *> "Y"/"N".
           05  EV-REFERRED-TO          PIC X(30).
           05  EV-OUTCOME              PIC X(1).                     *> "R" Recovered, "G" Recovering,
                                                                      *> "S" Recovered with sequelae,
                                                                      *> "N" Not recovered, "D" Died,
                                                                      *> "U" Unknown.
           05  EV-RECORDED-DATE        PIC X(11).                    *> When the clinic learned of it;
           05  EV-RECORDED-TIME        PIC X(5).                     *> the division's 24 hours run
                                                                      *> from here.
           05  EV-RECORDED-BY          PIC X(20).
           05  EV-REPORTED-DATE        PIC X(11).                    *> Sent to the division -- blank
           05  EV-REPORTED-TIME        PIC X(5).                     *> until it has been.
           05  EV-REPORTED-BY          PIC X(20).
           05  EV-CONTRA-SET           PIC X(1).                     *> "Y" once the contraindication
                                                                      *> row is on the allergy list.

       FD  QUERY-DEF-FILE.
       01  QUERY-DEF-RECORD.
               *> One saved roster query. Blank filters match everyone.
           05  QD-NAME                 PIC X(12).                    *> One word -- the batch argument
                                                                      *> and the report file name.
           05  QD-TITLE                PIC X(50).                    *> Heading printed on the report.
           05  QD-CYS                  PIC X(30).                    *> Course/Section contains this.
           05  QD-SEX                  PIC X(1).                     *> "F", "M" or blank.
           05  QD-CATEGORY             PIC X(1).                     *> "S", "E", "V" or blank.
           05  QD-AGE-MIN              PIC 9(3).                     *> Zero = no lower limit.
           05  QD-AGE-MAX              PIC 9(3).                     *> Zero = no upper limit.
           05  QD-CONDITION            PIC X(30).                    *> Record's health condition
                                                                      *> contains this.
           05  QD-VISIT-CONDITION      PIC X(30).                    *> Latest visit's condition
                                                                      *> contains this.
           05  QD-BMI-MIN              PIC 9(2)V9(1).                *> Latest recorded BMI at least
                                                                      *> this; zero = no limit.
           05  QD-BMI-MAX              PIC 9(2)V9(1).                *> ... and at most this.
           05  QD-TERM-CODE            PIC X(10).                    *> Visited during this term;
                                                                      *> "CURRENT" = the term covering
                                                                      *> the run date.
           05  QD-VISIT-FROM           PIC X(11).                    *> Without a term, visited on or
           05  QD-VISIT-TO             PIC X(11).                    *> between these dates.
           05  QD-ALLERGY              PIC X(1).                     *> "Y" has / "N" has no allergy.
           05  QD-CONSENT-TYPE         PIC X(1).                     *> "M", "V", "G" -- consent for the
                                                                      *> current school year ...
           05  QD-CONSENT-ON-FILE      PIC X(1).                     *> ... "Y" on file / "N" missing.
           05  QD-CARE-PLAN            PIC X(1).                     *> "Y" has / "N" has no care plan.
           05  QD-COLUMNS              PIC X(10).                    *> Column letters, in print order.
           05  QD-SORT-ORDER           PIC X(1).                     *> N)ame, C)ourse/Section, I)D,
                                                                      *> V) latest visit first.
           05  QD-OUTPUT               PIC X(1).                     *> R)eport or C)SV.
           05  QD-UPDATED-DATE         PIC X(11).
           05  QD-UPDATED-BY           PIC X(20).

       FD  QUERY-CSV-FILE.
       01  QUERY-CSV-RECORD            PIC X(400).                   *> One CSV line per student.

       FD  TRACE-FILE.
       01  TRACE-RECORD.
               *> One exposed contact of one communicable case.
           05  TR-KEY.
               10  TR-CASE-STUDENT     PIC X(20).                    *> The excluded student ...
               10  TR-CASE-START       PIC X(11).                    *> ... and EX-START-DATE of the spell.
               10  TR-CONTACT          PIC X(20).                    *> Student exposed.
           05  TR-CONDITION            PIC X(30).                    *> The case's condition.
           05  TR-LINKS                PIC X(3).                     *> "S" section-mate, "Q" in the clinic
                                                                      *> queue together, "B" adjacent bed --
                                                                      *> one byte each, blank if not.
           05  TR-EXPOSED-DATE         PIC X(11).                    *> Latest queue/bed overlap.
           05  TR-VACCINE              PIC X(30).                    *> Vaccine the doses were counted for.
           05  TR-DOSES                PIC 9(1).                     *> Doses of it on file.
           05  TR-PHONE                PIC X(15).                    *> Best reachable number ...
           05  TR-PHONE-NAME           PIC X(30).                    *> ... and whose it is.
           05  TR-NOTIFIED             PIC X(1).                     *> "Y" once the family was told.
           05  TR-NOTIFIED-DATE        PIC X(11).
           05  TR-NOTIFIED-BY          PIC X(20).
           05  TR-RECALL-DATE          PIC X(11).                    *> Symptom-watch recall booked for.
           05  TR-WINDOW-FROM          PIC X(11).                    *> Exposure window of the last run.
           05  TR-WINDOW-TO            PIC X(11).

       FD  BMI-CUTOFF-FILE.
       01  BMI-CUTOFF-RECORD.
               *> One row of BMI cutoffs for a sex and age in years.
                                                                        *> what the afternoon nurse used to read
                                                                        *> off handwritten notes. Sites upgrading
                                                                        *> past this field reload via VHRELOAD.
           05  VH-CAMPUS-CODE      PIC X(6).                            *> Campus clinic that saw the student;
                                                                        *> blank on external history. Sites
                                                                        *> upgrading past this field reload
                                                                        *> via CPRELOAD.

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD        PIC X(180).                        *> One line per add/edit.
           05  WS-ORIG-PRESCRIBER       PIC X(30).
           05  WS-ORIG-DATE-OF-VISIT    PIC X(11).
           05  WS-ORIG-ARCHIVE-STATUS   PIC X(1).
           05  WS-ORIG-PATIENT-CATEGORY PIC X(1).
           05  WS-ORIG-EMPLOYEE-NUMBER  PIC X(12).
           05  WS-ORIG-EMPLOYEE-DEPT    PIC X(20).
           05  WS-ORIG-CAMPUS-CODE      PIC X(6).
       01  PATIENT-DATA.
           05  WS-STUDENT-NUMBER    PIC X(20).
           05  WS-PATIENT-NAME      PIC X(30).
           05  WS-MEDICATION-NAME   PIC X(30).
           05  WS-PRESCRIBER        PIC X(30).
           05  WS-DATE-OF-VISIT     PIC X(11).
           05  WS-PATIENT-CATEGORY  PIC X(1).
           05  WS-EMPLOYEE-NUMBER   PIC X(12).
           05  WS-EMPLOYEE-DEPT     PIC X(20).
       01  WS-TODAY.
           05  WS-TODAY-YEAR        PIC 9(4).
           05  WS-TODAY-MONTH       PIC 9(2).
       01  WS-AUDIT-NEW-VALUE        PIC X(30).
       01  WS-PATIENT-FILE-PATH      PIC X(100)
           VALUE "/home/zelly/PATIENTS.txt".
      *> The three files below move only while the multi-campus
      *> consolidation reads another campus's data set.
       01  WS-VH-FILE-PATH           PIC X(100)
           VALUE "/home/zelly/VISITHIST.DAT".
       01  WS-AI-FILE-PATH           PIC X(100)
           VALUE "/home/zelly/ALLERGYIMM.DAT".
       01  WS-IN-FILE-PATH           PIC X(100)
           VALUE "/home/zelly/INCIDENT.DAT".
       01  WS-CAMPUS-CODE            PIC X(6) VALUE "MAIN".
                                                                      *> This installation's campus, off MEDIKA_CAMPUS
                                                                      *> -- stamped on new patient, visit, incident
                                                                      *> and stock rows.
       01  WS-ENV-VALUE              PIC X(100).
       01  WS-ROSTER-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-SORT-CHOICE            PIC X.
       01  WS-CO-VISIT-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-CO-MED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-CO-NEW-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-CT-FILE-STATUS         PIC XX VALUE "00".
       01  WS-CT-CHOICE              PIC X.
       01  WS-CT-TYPE                PIC X(1).
       01  WS-DB-NEW-THIS-WEEK       PIC 9(5) VALUE ZERO.
       01  WS-DB-PENDING-REFERRALS   PIC 9(5) VALUE ZERO.
       01  WS-DB-PAST-APPTS          PIC 9(5) VALUE ZERO.
       01  WS-RC-FILE-STATUS         PIC XX VALUE "00".
       01  WS-RC-CHOICE              PIC X.
       01  WS-RC-DUE-DATE            PIC X(11).
       01  WS-JN-FILE-PATH           PIC X(100).
       01  WS-JN-TAG                 PIC X(3).
       01  WS-JN-ACTION              PIC X(1).
       01  WS-JN-IMAGE               PIC X(300).
       01  WS-JN-REPLAY-DATE         PIC X(8).
       01  WS-JN-APPLIED             PIC 9(7) VALUE ZERO.
       01  WS-JN-SKIPPED             PIC 9(7) VALUE ZERO.
       01  WS-VC-GIVEN               PIC 9(3) VALUE ZERO.
       01  WS-VC-REFUSED             PIC 9(3) VALUE ZERO.
       01  WS-VC-ABSENT              PIC 9(3) VALUE ZERO.
       01  WS-VC-STOPPED             PIC 9(3) VALUE ZERO.
       01  WS-VC-ANSWER              PIC X.
       01  WS-DS-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-DS-I                   PIC 9(3).
           05  FILLER PIC X(20) VALUE "CLAIMREG.DAT".
           05  FILLER PIC X(20) VALUE "HOLIDAYS.DAT".
           05  FILLER PIC X(20) VALUE "JOBSCHED.DAT".
           05  FILLER PIC X(20) VALUE "SUPPLIER.DAT".
           05  FILLER PIC X(20) VALUE "PURCHORD.DAT".
           05  FILLER PIC X(20) VALUE "RECEIPTS.DAT".
           05  FILLER PIC X(20) VALUE "DISPENSE.DAT".
           05  FILLER PIC X(20) VALUE "STANDORD.DAT".
           05  FILLER PIC X(20) VALUE "VITALRNG.DAT".
           05  FILLER PIC X(20) VALUE "ABNVITAL.DAT".
           05  FILLER PIC X(20) VALUE "PARSUPLY.DAT".
           05  FILLER PIC X(20) VALUE "ACCESSLOG.DAT".
           05  FILLER PIC X(20) VALUE "AUDITCHN.DAT".
           05  FILLER PIC X(20) VALUE "FOODCERT.DAT".
           05  FILLER PIC X(20) VALUE "DENTAL.DAT".
           05  FILLER PIC X(20) VALUE "FEEDING.DAT".
           05  FILLER PIC X(20) VALUE "FEEDATT.DAT".
           05  FILLER PIC X(20) VALUE "LETTERREG.DAT".
           05  FILLER PIC X(20) VALUE "REFIN.DAT".
           05  FILLER PIC X(20) VALUE "DAILYSTATS.DAT".
           05  FILLER PIC X(20) VALUE "DUTYROST.DAT".
           05  FILLER PIC X(20) VALUE "EQUIPMENT.DAT".
           05  FILLER PIC X(20) VALUE "EQUIPLOG.DAT".
           05  FILLER PIC X(20) VALUE "VITALDEV.DAT".
           05  FILLER PIC X(20) VALUE "INSCOVER.DAT".
           05  FILLER PIC X(20) VALUE "EMRTRACK.DAT".
           05  FILLER PIC X(20) VALUE "SPNEEDS.DAT".
           05  FILLER PIC X(20) VALUE "SPNEEDLOC.DAT".
           05  FILLER PIC X(20) VALUE "AEFI.DAT".
           05  FILLER PIC X(20) VALUE "QUERYDEF.DAT".
           05  FILLER PIC X(20) VALUE "CTRACE.DAT".
       01  WS-BK-NAME-TABLE REDEFINES WS-BK-NAME-VALUES.
           05  WS-BK-FILE-NAME       PIC X(20) OCCURS 64 TIMES.
       01  WS-AV-FILE-STATUS         PIC XX VALUE "00".
       01  WS-AV-FILE-PATH           PIC X(100).
       01  WS-AV-YEAR                PIC X(4).
               10  WS-AF-ENT-TIME-OUT PIC X(5).
               10  WS-AF-ENT-DISP    PIC X(16).
               10  WS-AF-ENT-EMITTED PIC X(1).
       01  WS-SP-FILE-STATUS         PIC XX VALUE "00".
       01  WS-PO-FILE-STATUS         PIC XX VALUE "00".
       01  WS-RX-FILE-STATUS         PIC XX VALUE "00".
       01  WS-PO-CHOICE              PIC X.
       01  WS-PO-EOF-FLAG            PIC X VALUE "N".
       01  WS-SP-CODE                PIC X(6).
       01  WS-SP-LEAD-DAYS           PIC 9(3).
       01  WS-SP-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-PO-NUMBER              PIC 9(7) VALUE ZERO.
       01  WS-PO-LINE                PIC 9(2) VALUE ZERO.
       01  WS-PO-EXPECTED            PIC X(11).
       01  WS-PO-QTY                 PIC 9(5).
       01  WS-PO-SUGGESTED           PIC 9(5).
       01  WS-PO-ON-ORDER            PIC X.
       01  WS-PO-ON-ORDER-NUM        PIC 9(7).
       01  WS-PO-FOUND               PIC X.
       01  WS-PO-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-PO-LINE-COST           PIC 9(7)V99.
       01  WS-PO-TOTAL               PIC 9(9)V99.
       01  WS-PO-TOTAL-ED            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PO-DIFF                PIC S9(5).
       01  WS-PO-DIFF-ED             PIC -ZZZZ9.
       01  WS-PO-SHORT-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-PO-OVER-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-PO-LATE-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-PO-UNORDERED-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-PO-FINAL               PIC X.
       01  WS-RX-MATCH               PIC X.
       01  WS-RX-PO-NUMBER           PIC 9(7) VALUE ZERO.
       01  WS-RX-PO-LINE             PIC 9(2) VALUE ZERO.
       01  WS-RX-EOF-FLAG            PIC X VALUE "N".
       01  WS-DL-STATUS              PIC XX VALUE "00".
       01  WS-DL-SOURCE              PIC X VALUE "V".
       01  WS-DL-EOF-FLAG            PIC X VALUE "N".
       01  WS-MC-END-MONTH           PIC X(7).
       01  WS-MC-SPAN                PIC 9(2) VALUE ZERO.
       01  WS-MC-RECENT              PIC 9(2) VALUE ZERO.
       01  WS-MC-IDX                 PIC 9(3).
       01  WS-MC-MON-IDX             PIC 9(2).
       01  WS-MC-POS                 PIC 9(3).
       01  WS-MC-FOUND               PIC X.
       01  WS-MC-MS-OPEN             PIC X.
       01  WS-MC-PT-OPEN             PIC X.
       01  WS-MC-VH-OPEN             PIC X.
       01  WS-MC-UNIT-COST           PIC 9(5)V99.
       01  WS-MC-LINE-COST           PIC 9(7)V99.
       01  WS-MC-GRAND-COST          PIC 9(9)V99.
       01  WS-MC-GRAND-UNITS         PIC 9(7).
       01  WS-MC-LINES               PIC 9(7).
       01  WS-MC-RECENT-UNITS        PIC 9(7).
       01  WS-MC-AVG                 PIC 9(5)V99.
       01  WS-MC-MONTHS-LEFT         PIC 9(3)V9.
       01  WS-MC-SUGGESTED           PIC 9(5).
       01  WS-MC-CONDITION           PIC X(30).
       01  WS-MC-CYS                 PIC X(30).
       01  WS-MC-UNITS-ED            PIC ZZZZ9.
       01  WS-MC-TOTAL-ED            PIC ZZZZZ9.
       01  WS-MC-COST-ED             PIC ZZZ,ZZ9.99.
       01  WS-MC-ONHAND-ED           PIC ZZZZ9.
       01  WS-MC-MONTHS-ED           PIC ZZ9.9.
       01  WS-MC-GRAND-ED            PIC ZZ,ZZZ,ZZ9.99.
       01  WS-MC-YM.
           05  WS-MC-YM-YEAR         PIC 9(4).
           05  FILLER                PIC X VALUE "/".
           05  WS-MC-YM-MONTH        PIC 9(2).
       01  WS-MC-MONTH-TABLE.
           05  WS-MC-MONTH           PIC X(7) OCCURS 12 TIMES.
       01  WS-MC-ITEM-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-MC-ITEM-TABLE.
           05  WS-MC-ITEM-ENTRY OCCURS 200 TIMES.
               10  WS-MC-ITEM-NAME   PIC X(30).
               10  WS-MC-ITEM-UNITS  PIC 9(5) OCCURS 12 TIMES.
               10  WS-MC-ITEM-TOTAL  PIC 9(7).
               10  WS-MC-ITEM-COST   PIC 9(9)V99.
       01  WS-MC-CND-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-MC-CND-TABLE.
           05  WS-MC-CND-ENTRY OCCURS 100 TIMES.
               10  WS-MC-CND-NAME    PIC X(30).
               10  WS-MC-CND-UNITS   PIC 9(7).
               10  WS-MC-CND-COST    PIC 9(9)V99.
       01  WS-MC-SEC-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-MC-SEC-TABLE.
           05  WS-MC-SEC-ENTRY OCCURS 100 TIMES.
               10  WS-MC-SEC-CYS     PIC X(30).
               10  WS-MC-SEC-UNITS   PIC 9(7).
               10  WS-MC-SEC-COST    PIC 9(9)V99.
       01  WS-DL-LOT-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-DL-LOT-IDX             PIC 9(2).
       01  WS-DL-LOT-TABLE.
           05  WS-DL-LOT-ENTRY OCCURS 10 TIMES.
               10  WS-DL-LOT-NUM     PIC X(15).
               10  WS-DL-LOT-QTY     PIC 9(5).
       01  WS-DL-UNTRACKED           PIC 9(5).
       01  WS-DL-LOT-DEFAULT         PIC X(15) VALUE SPACES.
       01  WS-LR-ITEM                PIC X(30).
       01  WS-LR-LOT                 PIC X(15).
       01  WS-LR-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-LR-UNITS               PIC 9(7) VALUE ZERO.
       01  WS-LR-NAME                PIC X(30).
       01  WS-LR-QTY-ED              PIC ZZZZ9.
       01  WS-SO-FILE-STATUS         PIC XX VALUE "00".
       01  WS-SO-CHOICE              PIC X.
       01  WS-SO-EOF-FLAG            PIC X VALUE "N".
       01  WS-SO-CONDITION           PIC X(30).
       01  WS-SO-AGE                 PIC 9(3) VALUE ZERO.
       01  WS-SO-COND-CODE           PIC X(5).
       01  WS-SO-MED-CODE            PIC X(5).
       01  WS-SO-LOOKUP-TEXT         PIC X(30).
       01  WS-SO-LOOKUP-CODE         PIC X(5).
       01  WS-SO-PAIR-FOUND          PIC X.
       01  WS-SO-FOUND               PIC X.
       01  WS-SO-MAX-UNITS           PIC 9(3) VALUE ZERO.
       01  WS-SO-MIN-HOURS           PIC 9(2) VALUE ZERO.
       01  WS-SO-MAX-DAILY           PIC 9(2) VALUE ZERO.
       01  WS-SO-DOSE-TEXT           PIC X(20).
       01  WS-SO-SIGNED-SY           PIC X(9).
       01  WS-SO-PROBLEM             PIC X(60).
       01  WS-SO-OVERRIDE-REASON     PIC X(30).
       01  WS-SO-TODAY-DOSES         PIC 9(2) VALUE ZERO.
       01  WS-SO-LAST-TIME           PIC X(5).
       01  WS-SO-HH                  PIC 9(2).
       01  WS-SO-MM                  PIC 9(2).
       01  WS-SO-NOW-MIN             PIC 9(4).
       01  WS-SO-LAST-MIN            PIC 9(4).
       01  WS-SO-GAP-MIN             PIC S9(4).
       01  WS-SO-GAP-HOURS           PIC 9(2)V9.
       01  WS-SO-GAP-ED              PIC Z9.9.
       01  WS-SO-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-SO-PHYSICIAN           PIC X(30).
       01  WS-SO-ANSWER              PIC X.

       01  WS-RECORD-AGE             PIC 9(3) VALUE ZERO.
       01  WS-VR-FILE-STATUS         PIC XX VALUE "00".
       01  WS-AB-STATUS              PIC XX VALUE "00".
       01  WS-VR-EOF-FLAG            PIC X VALUE "N".
       01  WS-VR-AGE-FROM            PIC 9(2).
       01  WS-VR-LIMITS.
           05  WS-VR-TEMP-CRIT-LO    PIC 9(2)V9.
           05  WS-VR-TEMP-NORM-LO    PIC 9(2)V9.
           05  WS-VR-TEMP-NORM-HI    PIC 9(2)V9.
           05  WS-VR-TEMP-CRIT-HI    PIC 9(2)V9.
           05  WS-VR-SYS-CRIT-LO     PIC 9(3).
           05  WS-VR-SYS-NORM-LO     PIC 9(3).
           05  WS-VR-SYS-NORM-HI     PIC 9(3).
           05  WS-VR-SYS-CRIT-HI     PIC 9(3).
           05  WS-VR-DIA-CRIT-LO     PIC 9(3).
           05  WS-VR-DIA-NORM-LO     PIC 9(3).
           05  WS-VR-DIA-NORM-HI     PIC 9(3).
           05  WS-VR-DIA-CRIT-HI     PIC 9(3).
           05  WS-VR-PULSE-CRIT-LO   PIC 9(3).
           05  WS-VR-PULSE-NORM-LO   PIC 9(3).
           05  WS-VR-PULSE-NORM-HI   PIC 9(3).
           05  WS-VR-PULSE-CRIT-HI   PIC 9(3).
       01  WS-VR-PART-1              PIC X(5).
       01  WS-VR-PART-2              PIC X(5).
       01  WS-VR-LEN-1               PIC 9(2).
       01  WS-VR-LEN-2               PIC 9(2).
       01  WS-VR-TEMP                PIC 9(2)V9.
       01  WS-VR-SYS                 PIC 9(3).
       01  WS-VR-DIA                 PIC 9(3).
       01  WS-VR-PULSE               PIC 9(3).
       01  WS-VR-HAVE-TEMP           PIC X.
       01  WS-VR-HAVE-BP             PIC X.
       01  WS-VR-HAVE-PULSE          PIC X.
       01  WS-VR-LEVEL               PIC X.
       01  WS-VR-ONE-LEVEL           PIC X.
       01  WS-VR-ONE-WAY             PIC X(4).
       01  WS-VR-ONE-NAME            PIC X(5).
       01  WS-VR-FLAGS               PIC X(40).
       01  WS-VR-PTR                 PIC 9(3).
       01  WS-VR-ACTION              PIC X.
       01  WS-VR-ACTION-TEXT         PIC X(16).
       01  WS-AB-DATE                PIC X(11).
       01  WS-AB-EOF-FLAG            PIC X VALUE "N".
       01  WS-AB-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-AB-CRITICAL            PIC 9(5) VALUE ZERO.
       01  WS-AB-NAME                PIC X(30).
       01  WS-VR-TENTH               PIC 9.
       01  WS-VR-VALUE               PIC 9(3)V9.
       01  WS-VR-C-LO                PIC 9(3)V9.
       01  WS-VR-N-LO                PIC 9(3)V9.
       01  WS-VR-N-HI                PIC 9(3)V9.
       01  WS-VR-C-HI                PIC 9(3)V9.
       01  WS-LB-DOSE                PIC X(20) VALUE SPACES.
       01  WS-LB-FREQUENCY           PIC X(20) VALUE SPACES.
       01  WS-LB-WARNING             PIC X(40) VALUE SPACES.
       01  WS-LB-STUDENT             PIC X(20).
       01  WS-LB-NAME                PIC X(30).
       01  WS-LB-CYS                 PIC X(30).
       01  WS-LB-DATE                PIC X(11).
       01  WS-LB-TIME                PIC X(5).
       01  WS-LB-NURSE               PIC X(20).
       01  WS-LB-EXPIRY              PIC X(11).
       01  WS-LB-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-LB-QTY-ED              PIC ZZZZ9.
       01  WS-LB-ENTRY               PIC X(20).
       01  WS-PS-FILE-STATUS         PIC XX VALUE "00".
       01  WS-PS-EOF-FLAG            PIC X VALUE "N".
       01  WS-PS-ON-HAND             PIC 9(5) VALUE ZERO.
       01  WS-PS-EXPIRED-QTY         PIC 9(5) VALUE ZERO.
       01  WS-PS-BEST-FOUND          PIC X.
       01  WS-PS-BEST-SEQ            PIC 9(3).
       01  WS-PS-BEST-EXPIRY         PIC X(11).
       01  WS-PS-NEXT-SEQ            PIC 9(3).
       01  WS-PS-SLOTS               PIC 9 VALUE ZERO.
       01  WS-PS-LOW-MARK            PIC 9(5) VALUE ZERO.
       01  WS-PS-SIGN-OK             PIC X.
       01  WS-PS-DRAW                PIC 9(3).
       01  WS-PS-USED                PIC 9(5).
       01  WS-PS-EXPECTED            PIC 9(5).
       01  WS-PS-COUNTED             PIC 9(5).
       01  WS-PS-RETURNED-TO         PIC X(30).
       01  WS-PS-CONTAINERS          PIC 9(3) VALUE ZERO.
       01  WS-PS-ED                  PIC ZZZZ9.
       01  WS-PS-ED-2                PIC ZZZZ9.
       01  WS-AX-STATUS              PIC XX VALUE "00".
       01  WS-AX-SCREEN              PIC X(16).
       01  WS-AX-STUDENT             PIC X(20).
       01  WS-AX-TIME-RAW            PIC 9(8).
       01  WS-AX-EOF-FLAG            PIC X VALUE "N".
       01  WS-AR-MONTH               PIC X(7).
       01  WS-AR-LIMIT-TEXT          PIC X(3).
       01  WS-AR-LIMIT-LEN           PIC 9(2).
       01  WS-AR-LIMIT               PIC 9(3) VALUE 20.
       01  WS-AR-TOTAL               PIC 9(7) VALUE ZERO.
       01  WS-AR-FLAGGED             PIC 9(5) VALUE ZERO.
       01  WS-AR-BURSTS              PIC 9(5) VALUE ZERO.
       01  WS-AR-CLERK-VIEWS         PIC 9(5) VALUE ZERO.
       01  WS-AR-SENSITIVE           PIC 9(5) VALUE ZERO.
       01  WS-AR-FLAGS               PIC X(40).
       01  WS-AR-PTR                 PIC 9(3).
       01  WS-AR-BUCKET              PIC X(13).
       01  WS-AR-ARCHIVED            PIC X.
       01  WS-AR-COUNSELED           PIC X.
       01  WS-AR-USER-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-AR-USER-IDX            PIC 9(3).
       01  WS-AR-USER-FOUND          PIC X.
       01  WS-AR-USER-TABLE.
           05  WS-AR-USER-ENTRY OCCURS 100 TIMES.
               10  WS-AR-USER        PIC X(20).
               10  WS-AR-ROLE        PIC X(5).
               10  WS-AR-VIEWS       PIC 9(5).
               10  WS-AR-CLERK       PIC 9(5).
               10  WS-AR-PEAK        PIC 9(5).
               10  WS-AR-USER-BUCKET PIC X(13).
               10  WS-AR-BUCKET-VIEWS PIC 9(5).
       01  WS-CH-STATUS              PIC XX VALUE "00".
       01  WS-CK-ALPHABET.
               *> Printable characters in order -- a character's place
               *> here is its value in the check arithmetic.
           05  FILLER PIC X(32)
               VALUE " !""#$%&'()*+,-./0123456789:;<=>?".
           05  FILLER PIC X(32)
               VALUE "@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_".
           05  FILLER PIC X(31)
               VALUE "`abcdefghijklmnopqrstuvwxyz{|}~".
       01  WS-CK-TEXT                PIC X(162).
       01  WS-CK-CHAR                PIC X.
       01  WS-CK-POS                 PIC 9(3).
       01  WS-CK-CHAR-VALUE          PIC 9(3).
       01  WS-CK-PREV                PIC 9(10) VALUE ZERO.
       01  WS-CK-VALUE               PIC 9(10) VALUE ZERO.
       01  WS-CK-WORK                PIC 9(13).
       01  WS-CK-QUOT                PIC 9(13).
       01  WS-CK-ANCHOR              PIC 9(10) VALUE ZERO.
       01  WS-CK-LAST                PIC 9(10) VALUE ZERO.
       01  WS-CK-LINES               PIC 9(9) VALUE ZERO.
       01  WS-CK-ROLLED-THRU         PIC X(4) VALUE SPACES.
       01  WS-CK-HAVE-CONTROL        PIC X VALUE "N".
       01  WS-CK-ROLL-ANCHOR         PIC 9(10) VALUE ZERO.
       01  WS-CK-ROLL-YEAR           PIC X(4) VALUE SPACES.
       01  WS-CK-ROLLED              PIC X VALUE "N".
       01  WS-CK-KEPT-CHAINED        PIC 9(9) VALUE ZERO.
       01  WS-CK-LINE                PIC X(180).
       01  WS-CK-SOURCE              PIC X(20).
       01  WS-CK-LINE-NO             PIC 9(9) VALUE ZERO.
       01  WS-CK-RUN                 PIC 9(10) VALUE ZERO.
       01  WS-CK-STARTED             PIC X VALUE "N".
       01  WS-CK-BROKEN              PIC X VALUE "N".
       01  WS-CK-CHAINED             PIC 9(9) VALUE ZERO.
       01  WS-CK-LEGACY              PIC 9(9) VALUE ZERO.
       01  WS-CK-STORED              PIC 9(10).
       01  WS-CK-FROM-YEAR-TEXT      PIC X(4).
       01  WS-CK-YEAR                PIC 9(4).
       01  WS-CK-EOF-FLAG            PIC X VALUE "N".
       01  WS-CK-VOLUMES             PIC 9(3) VALUE ZERO.
       01  WS-PT-INCLUDE-STAFF       PIC X VALUE "N".
       01  WS-PT-ELIGIBLE            PIC X VALUE "Y".
       01  WS-EU-MONTH               PIC X(7).
       01  WS-EU-VISITS              PIC 9(5) VALUE ZERO.
       01  WS-EU-EMPLOYEES           PIC 9(5) VALUE ZERO.
       01  WS-EU-TOTAL-VISITS        PIC 9(7) VALUE ZERO.
       01  WS-EU-DEPT-COUNT          PIC 9(3) VALUE ZERO.
       01  WS-EU-DEPT-IDX            PIC 9(3) VALUE ZERO.
       01  WS-EU-DEPT-FOUND          PIC X VALUE "N".
       01  WS-EU-DEPT-TABLE.
           05  WS-EU-DEPT-ENTRY OCCURS 50 TIMES.
               10  WS-EU-DEPT-NAME       PIC X(20).
               10  WS-EU-DEPT-STAFF      PIC 9(5).
               10  WS-EU-DEPT-VISITS     PIC 9(7).
       01  WS-FC-FILE-STATUS         PIC XX VALUE "00".
       01  WS-FC-CHOICE              PIC X.
       01  WS-FC-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-FC-WINDOW-TEXT         PIC X(3).
       01  WS-FC-WINDOW              PIC 9(3) VALUE 30.
       01  WS-FC-HELD-STUDENT        PIC X(20) VALUE SPACES.
       01  WS-FC-HELD-EXPIRY         PIC X(10) VALUE SPACES.
       01  WS-FC-HELD-CERT           PIC X(20) VALUE SPACES.
       01  WS-FC-TODAY-NUM           PIC 9(7) VALUE ZERO.
       01  WS-FC-EXPIRY-NUM          PIC 9(7) VALUE ZERO.
       01  WS-FC-DAYS-LEFT           PIC 9(7) VALUE ZERO.
       01  WS-FC-NAME                PIC X(30).
       01  WS-FC-DEPT                PIC X(20).
       01  WS-FC-LISTED              PIC 9(5) VALUE ZERO.
       01  WS-DT-FILE-STATUS         PIC XX VALUE "00".
       01  WS-DT-QUAD                PIC X(8).
       01  WS-DT-QUAD-NO             PIC 9(1).
       01  WS-DT-QUAD-LEN            PIC 9(1).
       01  WS-DT-QUAD-OK             PIC X VALUE "N".
       01  WS-DT-IDX                 PIC 9(2).
       01  WS-DT-POS                 PIC 9(2).
       01  WS-DT-TREAT-ENTRY         PIC X(10).
       01  WS-DT-TOOTH               PIC X(2).
       01  WS-DT-TREAT-CODE          PIC X(1).
       01  WS-DT-TREAT-MORE          PIC X VALUE "Y".
       01  WS-DT-SY                  PIC X(9).
       01  WS-DT-RECALL-WANTED       PIC X VALUE "N".
       01  WS-DT-CHARTED             PIC 9(5) VALUE ZERO.
       01  WS-DT-NEEDING             PIC 9(5) VALUE ZERO.
       01  WS-DT-RECALLS             PIC 9(5) VALUE ZERO.
       01  WS-DT-NAME                PIC X(30).
       01  WS-DT-CYS                 PIC X(30).
       01  WS-DT-GRADE               PIC X(6).
       01  WS-DT-GROUP-KEY           PIC X(31).
       01  WS-DT-GROUP-KIND          PIC X(1).
       01  WS-DT-GROUP-COUNT         PIC 9(3) VALUE ZERO.
       01  WS-DT-GROUP-IDX           PIC 9(3) VALUE ZERO.
       01  WS-DT-GROUP-FOUND         PIC X VALUE "N".
       01  WS-DT-GROUP-TABLE.
           05  WS-DT-GROUP-ENTRY OCCURS 130 TIMES.
               10  WS-DT-GRP-KEY         PIC X(31).                 *> "S"+section or "G"+grade.
               10  WS-DT-GRP-CHARTED     PIC 9(5).
               10  WS-DT-GRP-DMFT        PIC 9(7).
               10  WS-DT-GRP-DMFT-PRIM   PIC 9(7).
               10  WS-DT-GRP-FREE        PIC 9(5).
       01  WS-DT-AVG                 PIC 9(3)V9.
       01  WS-DT-AVG-ED              PIC ZZ9.9.
       01  WS-DT-AVG-PRIM-ED         PIC ZZ9.9.
       01  WS-DT-PCT                 PIC 9(3)V9.
       01  WS-DT-PCT-ED              PIC ZZ9.9.
       01  WS-FB-FILE-STATUS         PIC XX VALUE "00".
       01  WS-FA-FILE-STATUS         PIC XX VALUE "00".
       01  WS-FB-CHOICE              PIC X.
       01  WS-FB-SY                  PIC X(9).
       01  WS-FB-DATE                PIC X(11).
       01  WS-FB-ANSWER              PIC X.
       01  WS-FB-EOF-FLAG            PIC X VALUE "N".
       01  WS-FB-HEIGHT              PIC 9(3).
       01  WS-FB-WEIGHT              PIC 9(3).
       01  WS-FB-CLASS               PIC 9(1).
       01  WS-FB-CLASS-NAME          PIC X(15).
       01  WS-FB-BEFORE-NAME         PIC X(15).
       01  WS-FB-AFTER-NAME          PIC X(15).
       01  WS-FB-AFTER-CLASS         PIC 9(1).
       01  WS-FB-AFTER-WHEN          PIC X(6).
       01  WS-FB-NAME                PIC X(30).
       01  WS-FB-TODAY-NUM           PIC 9(7).
       01  WS-FB-ELAPSED             PIC S9(7).
       01  WS-FB-ELAPSED-ED          PIC -(6)9.
       01  WS-FB-TO-GO               PIC S9(7).
       01  WS-FB-TO-GO-ED            PIC -(6)9.
       01  WS-FB-STAGE               PIC X(5).
       01  WS-FB-CANDIDATES          PIC 9(5) VALUE ZERO.
       01  WS-FB-ENROLLED            PIC 9(5) VALUE ZERO.
       01  WS-FB-FED                 PIC 9(5) VALUE ZERO.
       01  WS-FB-DUE                 PIC 9(5) VALUE ZERO.
       01  WS-FB-TOTAL               PIC 9(5) VALUE ZERO.
       01  WS-FB-WEIGHED             PIC 9(5) VALUE ZERO.
       01  WS-FB-NORMAL              PIC 9(5) VALUE ZERO.
       01  WS-FB-PCT                 PIC 9(3)V9.
       01  WS-FB-PCT-ED              PIC ZZ9.9.
       01  WS-FB-BMI-ED              PIC Z9.9.
       01  WS-FB-BMI-AFTER-ED        PIC Z9.9.
       01  WS-FB-SEC-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-FB-SEC-IDX             PIC 9(3).
       01  WS-FB-SEC-FOUND           PIC X.
       01  WS-FB-SEC-TABLE.
           05  WS-FB-SEC-ENTRY OCCURS 100 TIMES.
               10  WS-FB-SEC-CYS     PIC X(30).
               10  WS-FB-SEC-ENROLLED PIC 9(5).
               10  WS-FB-SEC-WEIGHED PIC 9(5).
               10  WS-FB-SEC-NORMAL  PIC 9(5).
       01  WS-TP-FILE-STATUS         PIC XX VALUE "00".
       01  WS-TP-CHOICE              PIC X.
       01  WS-TP-EVENT               PIC X(40).
       01  WS-TP-EVENT-DATE          PIC X(11).
       01  WS-TP-ENTRY               PIC X(20).
       01  WS-TP-CYS                 PIC X(30).
       01  WS-TP-EOF-FLAG            PIC X VALUE "N".
       01  WS-TP-FOUND               PIC X.
       01  WS-TP-ROWS                PIC 9(3).
       01  WS-TP-CONTACTS            PIC 9(1).
       01  WS-TP-CLEAR-DATE          PIC X(11).
       01  WS-TP-CLEAR-RESULT        PIC X(1).
       01  WS-TP-CLEAR-EXPIRY        PIC X(11).
       01  WS-TP-CLEAR-ACTIVITY      PIC X(30).
       01  WS-TP-CLEAR-RESTRICT      PIC X(30).
       01  WS-TP-CLEAR-TEXT          PIC X(30).
       01  WS-TP-CONSENT-M           PIC X.
       01  WS-TP-CONSENT-G           PIC X.
       01  WS-TP-MISSING             PIC 9(3) VALUE ZERO.
       01  WS-TP-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-TP-IDX                 PIC 9(3).
       01  WS-TP-SCAN                PIC 9(3).
       01  WS-TP-TABLE.
           05  WS-TP-ENTRY-ROW OCCURS 300 TIMES.
               10  WS-TP-STUDENT     PIC X(20).
               10  WS-TP-NAME        PIC X(30).
               10  WS-TP-NO-CONSENT  PIC X(1).                      *> "Y" medication or treatment
                                                                    *> consent not current.
               10  WS-TP-NO-CLEAR    PIC X(1).                      *> "Y" no valid clearance for
                                                                    *> the event date.
       01  WS-TI-FILE-STATUS         PIC XX VALUE "00".
       01  WS-TI-EXTERNAL-TAG        PIC X(20)
           VALUE "EXTERNAL HISTORY".
                                                                      *> VH-ATTENDED-BY on visits loaded from another
                                                                      *> school's record -- kept out of this clinic's
                                                                      *> own visit statistics.
       01  WS-TI-LINE                PIC X(100).
       01  WS-TI-SECTION             PIC X(1).
                                                                      *> "H" header, "D" demographics, "V" visits,
                                                                      *> "A" allergy/imm., "C" counseling, "E" end.
       01  WS-TI-PLACED              PIC X(1).
                                                                      *> "N" not yet, "Y" record placed, "F" failed.
       01  WS-TI-SCHOOL              PIC X(30).
       01  WS-TI-ENTRY               PIC X(20).
       01  WS-TI-PKG-STUDENT         PIC X(20).
       01  WS-TI-STUDENT             PIC X(20).
       01  WS-TI-NAME                PIC X(30).
       01  WS-TI-CYS                 PIC X(30).
       01  WS-TI-DOB                 PIC X(15).
       01  WS-TI-AGE                 PIC X(5).
       01  WS-TI-SEX                 PIC X(5).
       01  WS-TI-PHONE               PIC X(15).
       01  WS-TI-EMAIL               PIC X(30).
       01  WS-TI-VISIT-PENDING       PIC X VALUE "N".
       01  WS-TI-SEQ                 PIC 9(3) VALUE ZERO.
       01  WS-TI-VH-DATE             PIC X(11).
       01  WS-TI-VH-CONDITION        PIC X(30).
       01  WS-TI-VH-MEDICATION       PIC X(30).
       01  WS-TI-VH-PRESCRIBER       PIC X(30).
       01  WS-TI-VH-TEMP             PIC X(5).
       01  WS-TI-VH-BP               PIC X(7).
       01  WS-TI-VH-PULSE            PIC X(3).
       01  WS-TI-VH-BMI              PIC X(5).
       01  WS-TI-AI-DATE             PIC X(11).
       01  WS-TI-AI-TYPE             PIC X(1).
       01  WS-TI-AI-DESC             PIC X(30).
       01  WS-TI-AI-REACTION         PIC X(30).
       01  WS-TI-REASON              PIC X(26).
       01  WS-TI-VISITS              PIC 9(5) VALUE ZERO.
       01  WS-TI-AI-ROWS             PIC 9(5) VALUE ZERO.
       01  WS-TI-SKIPPED             PIC 9(5) VALUE ZERO.
       01  WS-TI-REJECTED            PIC 9(5) VALUE ZERO.
       01  WS-TI-WITHHELD            PIC 9(5) VALUE ZERO.
       01  WS-CC-CFG-STATUS          PIC XX VALUE "00".
       01  WS-CC-CAMPUS-COUNT        PIC 9(2) VALUE ZERO.
       01  WS-CC-CI                  PIC 9(2).
       01  WS-CC-CJ                  PIC 9(2).
       01  WS-CC-HOME                PIC 9(2).
       01  WS-CC-FROM-DATE           PIC X(11).
       01  WS-CC-TO-DATE             PIC X(11).
       01  WS-CC-SAVE-PATH           PIC X(100).
       01  WS-CC-PT-OK               PIC X.
       01  WS-CC-FOUND               PIC X.
       01  WS-CC-FULL-SHOWN          PIC X.
       01  WS-CC-COMPLIANT-FLAG      PIC X.
       01  WS-CC-CAMPUS-TABLE.
           05  WS-CC-CAMPUS OCCURS 10 TIMES.
               10  WS-CC-CODE        PIC X(6).
               10  WS-CC-DIR         PIC X(60).
               10  WS-CC-VISITS      PIC 9(7).
               10  WS-CC-LEFT        PIC 9(7).                       *> Rows stamped for another campus,
                                                                    *> left for that campus to count.
               10  WS-CC-INCIDENTS   PIC 9(5).
               10  WS-CC-NOTIFIED    PIC 9(5).
               10  WS-CC-STUDENTS    PIC 9(5).
               10  WS-CC-COMPLIANT   PIC 9(5).
       01  WS-CC-TOT-VISITS          PIC 9(7).
       01  WS-CC-TOT-LEFT            PIC 9(7).
       01  WS-CC-TOT-INCIDENTS       PIC 9(5).
       01  WS-CC-TOT-NOTIFIED        PIC 9(5).
       01  WS-CC-TOT-STUDENTS        PIC 9(5).
       01  WS-CC-TOT-COMPLIANT       PIC 9(5).
       01  WS-CC-MOVED               PIC 9(5).
       01  WS-CC-COND-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-CC-CR                  PIC 9(2).
       01  WS-CC-COND-TABLE.
           05  WS-CC-COND OCCURS 30 TIMES.
               10  WS-CC-COND-NAME   PIC X(30).
               10  WS-CC-COND-TAKEN  PIC X(1).
               10  WS-CC-COND-CAMPUS PIC 9(5) OCCURS 10 TIMES.
               10  WS-CC-COND-TOTAL  PIC 9(6).
               10  WS-CC-COND-CELL   PIC 9(5) OCCURS 9 TIMES.
       01  WS-CC-STU-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-CC-SI                  PIC 9(5).
       01  WS-CC-STU-TABLE.
                                                                      *> One row per active student across every
                                                                      *> campus -- a student on two campus files is
                                                                      *> counted once, at the campus that saw them last.
           05  WS-CC-STU OCCURS 6000 TIMES.
               10  WS-CC-STU-NUMBER  PIC X(20).
               10  WS-CC-STU-CAMPUS  PIC 9(2).
               10  WS-CC-STU-LAST    PIC X(11).
               10  WS-CC-STU-FILES   PIC 9(2).
               10  WS-CC-STU-SEEN    PIC X(10).                      *> "Y" in position n when on
                                                                    *> campus n's patient file.
       01  WS-CC-DOSE-COUNT          PIC 9(2).
       01  WS-CC-DI                  PIC 9(2).
       01  WS-CC-DOSE-TABLE.
                                                                      *> A student's doses already counted, so one
                                                                      *> copied to two campus files counts once.
           05  WS-CC-DOSE OCCURS 60 TIMES.
               10  WS-CC-DOSE-VAC    PIC 9(2).
               10  WS-CC-DOSE-DATE   PIC X(11).
       01  WS-CC-TOP-RANK            PIC 9(1).
       01  WS-CC-TOP-ROW             PIC 9(2).
       01  WS-CC-TOP-MAX             PIC 9(6).
       01  WS-CC-WORK                PIC 9(6).
       01  WS-CC-PCT                 PIC 9(3).
       01  WS-CC-PCT-ED              PIC ZZ9.
       01  WS-CC-ED                  PIC ZZZZZZ9.
       01  WS-CC-COL                 PIC 9(3).
       01  WS-FV-CFG-STATUS          PIC XX VALUE "00".
       01  WS-FV-PER-STATUS          PIC XX VALUE "00".
       01  WS-FV-THRESHOLD           PIC 9(3) VALUE 5.
       01  WS-FV-THRESHOLD-TEXT      PIC X(3).
       01  WS-FV-FROM-DATE           PIC X(11).
       01  WS-FV-TO-DATE             PIC X(11).
       01  WS-FV-PT-OK               PIC X VALUE "N".
       01  WS-FV-FULL-SHOWN          PIC X VALUE "N".
       01  WS-FV-FOUND               PIC X VALUE "N".
       01  WS-FV-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-FV-IDX                 PIC 9(3).
       01  WS-FV-J                   PIC 9(3).
       01  WS-FV-K                   PIC 9(3).
       01  WS-FV-TIME                PIC X(5).
       01  WS-FV-STAY-END            PIC X(5).
       01  WS-FV-N-ED                PIC ZZ9.
       01  WS-FV-TOD-ED              PIC ZZ9 OCCURS 5 TIMES.
       01  WS-FV-MARK                PIC X.
       01  WS-FV-REASON              PIC X(30).
       01  WS-FV-COND-TEXT           PIC X(30).
       01  WS-FV-REFERRED            PIC 9(3) VALUE ZERO.
      *> Clock hours stand in for class periods until the school
      *> keeps a PERIODS.CFG: start, end, label.
       01  WS-FV-PER-DEFAULTS.
           05  FILLER PIC X(22) VALUE "07:0008:0007:00-08:00 ".
           05  FILLER PIC X(22) VALUE "08:0009:0008:00-09:00 ".
           05  FILLER PIC X(22) VALUE "09:0010:0009:00-10:00 ".
           05  FILLER PIC X(22) VALUE "10:0011:0010:00-11:00 ".
           05  FILLER PIC X(22) VALUE "11:0012:0011:00-12:00 ".
           05  FILLER PIC X(22) VALUE "12:0013:0012:00-13:00 ".
           05  FILLER PIC X(22) VALUE "13:0014:0013:00-14:00 ".
           05  FILLER PIC X(22) VALUE "14:0015:0014:00-15:00 ".
           05  FILLER PIC X(22) VALUE "15:0016:0015:00-16:00 ".
           05  FILLER PIC X(22) VALUE "16:0017:0016:00-17:00 ".
       01  WS-FV-PER-DEFAULT-TABLE REDEFINES WS-FV-PER-DEFAULTS.
           05  WS-FV-PER-DEFAULT     PIC X(22) OCCURS 10 TIMES.
       01  WS-FV-PER-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-FV-PER-TABLE.
           05  WS-FV-PER OCCURS 12 TIMES.
               10  WS-FV-PER-START   PIC X(5).
               10  WS-FV-PER-END     PIC X(5).
               10  WS-FV-PER-LABEL   PIC X(12).
       01  WS-FV-TOD-VALUES.
           05  FILLER PIC X(12) VALUE "before 10:00".
           05  FILLER PIC X(12) VALUE "10:00-11:59".
           05  FILLER PIC X(12) VALUE "12:00-13:59".
           05  FILLER PIC X(12) VALUE "14:00 on".
           05  FILLER PIC X(12) VALUE "not stamped".
       01  WS-FV-TOD-TABLE REDEFINES WS-FV-TOD-VALUES.
           05  WS-FV-TOD-LABEL       PIC X(12) OCCURS 5 TIMES.
      *> The student being read off VISITHIST.DAT, which comes back in
      *> Student ID order, and the same detail again for every student
      *> over the threshold -- one group MOVE carries it across.
       01  WS-FV-CUR-STUDENT         PIC X(20).
       01  WS-FV-CUR-DETAIL.
           05  WS-FV-CUR-VISITS      PIC 9(3).
           05  WS-FV-CUR-COND-COUNT  PIC 9(2).
           05  WS-FV-CUR-COND OCCURS 8 TIMES.
               10  WS-FV-CUR-COND-NAME PIC X(30).
               10  WS-FV-CUR-COND-N    PIC 9(3).
           05  WS-FV-CUR-TOD         PIC 9(3) OCCURS 5 TIMES.
           05  WS-FV-CUR-PER         PIC 9(3) OCCURS 12 TIMES.
       01  WS-FV-TABLE.
           05  WS-FV-ENTRY OCCURS 100 TIMES.
               10  WS-FV-ENT-STUDENT     PIC X(20).
               10  WS-FV-ENT-NAME        PIC X(30).
               10  WS-FV-ENT-CYS         PIC X(30).
               10  WS-FV-ENT-DETAIL.
                   15  WS-FV-ENT-VISITS      PIC 9(3).
                   15  WS-FV-ENT-COND-COUNT  PIC 9(2).
                   15  WS-FV-ENT-COND OCCURS 8 TIMES.
                       20  WS-FV-ENT-COND-NAME PIC X(30).
                       20  WS-FV-ENT-COND-N    PIC 9(3).
                   15  WS-FV-ENT-TOD         PIC 9(3) OCCURS 5 TIMES.
                   15  WS-FV-ENT-PER         PIC 9(3) OCCURS 12 TIMES.
               10  WS-FV-ENT-STAY-COUNT  PIC 9(1).
               10  WS-FV-ENT-STAY-MORE   PIC 9(3).
               10  WS-FV-ENT-STAY OCCURS 5 TIMES.
                   15  WS-FV-ENT-STAY-DATE   PIC X(11).
                   15  WS-FV-ENT-STAY-IN     PIC X(5).
                   15  WS-FV-ENT-STAY-OUT    PIC X(5).
                   15  WS-FV-ENT-STAY-REASON PIC X(30).
       01  WS-YR-SY                  PIC X(9).
                                                                      *> School year reported, YYYY-YYYY.
       01  WS-YR-OK                  PIC X.
       01  WS-YR-CODE-PREFIX         PIC X(7).
                                                                      *> SYyy-yy, how its term codes start.
       01  WS-YR-FROM-DATE           PIC X(11).
       01  WS-YR-TO-DATE             PIC X(11).
       01  WS-YR-TERMS               PIC 9(2).
       01  WS-YR-HITS                PIC 9(2).
       01  WS-YR-LAST-STUDENT        PIC X(20).
       01  WS-YR-LABEL               PIC X(40).
       01  WS-YR-NUM                 PIC 9(7).
       01  WS-YR-OF                  PIC 9(7).
       01  WS-YR-MONEY               PIC 9(9)V99.
       01  WS-YR-UNIT-COST           PIC 9(5)V99.
       01  WS-YR-LINE-COST           PIC 9(9)V99.
       01  WS-YR-ED                  PIC Z,ZZZ,ZZ9.
       01  WS-YR-AMT-ED              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-YR-PCT                 PIC 9(3).
       01  WS-YR-PCT-ED              PIC ZZ9.
       01  WS-YR-MS-OPEN             PIC X.
       01  WS-YR-AE-OPEN             PIC X.
       01  WS-YR-COMPLIANT-FLAG      PIC X.
       01  WS-YR-BMI-FIRST           PIC 9(2)V9(1).
       01  WS-YR-BMI-LAST            PIC 9(2)V9(1).
       01  WS-YR-BMI-FOUND           PIC X.
       01  WS-YR-START-CLASS         PIC 9(1).
       01  WS-YR-TALLIES.
                                                                      *> Every count on the report, zeroed as one.
           05  WS-YR-VISITS          PIC 9(7).
           05  WS-YR-VISIT-STUDENTS  PIC 9(7).
           05  WS-YR-DL-LINES        PIC 9(7).
           05  WS-YR-DL-UNITS        PIC 9(7).
           05  WS-YR-DL-UNCOSTED     PIC 9(7).
           05  WS-YR-DL-COST         PIC 9(9)V99.
           05  WS-YR-STUDENTS        PIC 9(7).
           05  WS-YR-EXAMINED        PIC 9(7).
           05  WS-YR-DEFICIENT       PIC 9(7).
           05  WS-YR-DEF-REFERRED    PIC 9(7).
           05  WS-YR-COMPLIANT       PIC 9(7).
           05  WS-YR-NU-MEASURED     PIC 9(7).
           05  WS-YR-NU-NONE         PIC 9(7).
           05  WS-YR-NU-TO-NORMAL    PIC 9(7).
           05  WS-YR-NU-FROM-NORMAL  PIC 9(7).
           05  WS-YR-NU-START        PIC 9(7) OCCURS 5 TIMES.
           05  WS-YR-NU-END          PIC 9(7) OCCURS 5 TIMES.
           05  WS-YR-INCIDENTS       PIC 9(7).
           05  WS-YR-NOTIFIED        PIC 9(7).
           05  WS-YR-CLAIMS          PIC 9(7).
           05  WS-YR-CLAIM-STATUS    PIC 9(7) OCCURS 4 TIMES.
                                                                      *> Prepared, submitted, approved, denied.
           05  WS-YR-CLAIMED-AMT     PIC 9(9)V99.
           05  WS-YR-APPROVED-AMT    PIC 9(9)V99.
           05  WS-YR-REFERRALS       PIC 9(7).
           05  WS-YR-REF-DONE        PIC 9(7).
           05  WS-YR-REF-PENDING     PIC 9(7).
           05  WS-YR-REF-CANCELLED   PIC 9(7).
           05  WS-YR-CERTS           PIC 9(7).
           05  WS-YR-RECEIPTS        PIC 9(7).
           05  WS-YR-FEES            PIC 9(9)V99.
           05  WS-YR-STAYS           PIC 9(7).
           05  WS-YR-STAY-DISP       PIC 9(7) OCCURS 3 TIMES.
                                                                      *> Back to class, sent home, referred.
           05  WS-YR-EXCLUSIONS      PIC 9(7).
           05  WS-YR-EXCL-CLEARED    PIC 9(7).
       01  WS-YR-ROW-COUNT           PIC 9(3).
       01  WS-YR-ROW-IDX             PIC 9(3).
       01  WS-YR-ROW-LEFT            PIC 9(7).
       01  WS-YR-ROW-KEY             PIC X(30).
       01  WS-YR-FOUND               PIC X.
       01  WS-YR-SHOW-AMT            PIC X.
       01  WS-YR-TOP-RANK            PIC 9(2).
       01  WS-YR-TOP-MAX             PIC 9(7).
       01  WS-YR-TOP-ROW             PIC 9(3).
       01  WS-YR-ROW-TABLE.
                                                                      *> Name/count/amount rows, reused by each
                                                                      *> section that ranks something.
           05  WS-YR-ROW-ENTRY OCCURS 60 TIMES.
               10  WS-YR-ROW-NAME    PIC X(30).
               10  WS-YR-ROW-TALLY   PIC 9(7).
               10  WS-YR-ROW-AMT     PIC 9(9)V99.
               10  WS-YR-ROW-TAKEN   PIC X.
       01  WS-YR-CLASS-NAME-VALUES.
           05  FILLER                PIC X(16) VALUE "Severely wasted".
           05  FILLER                PIC X(16) VALUE "Wasted".
           05  FILLER                PIC X(16) VALUE "Normal".
           05  FILLER                PIC X(16) VALUE "Overweight".
           05  FILLER                PIC X(16) VALUE "Obese".
       01  WS-YR-CLASS-NAMES REDEFINES WS-YR-CLASS-NAME-VALUES.
           05  WS-YR-CLASS-NAME      PIC X(16) OCCURS 5 TIMES.
       01  WS-PL-FILE-STATUS         PIC XX VALUE "00".
       01  WS-PL-SERIAL              PIC 9(7) VALUE ZERO.
       01  WS-PL-SY                  PIC X(9).
       01  WS-PL-CYS                 PIC X(30).
       01  WS-PL-LAST-CYS            PIC X(30).
       01  WS-PL-REPRINT             PIC X VALUE "N".
       01  WS-PL-ON-FILE             PIC X.
       01  WS-PL-AE-OPEN             PIC X.
       01  WS-PL-LETTERS             PIC 9(5) VALUE ZERO.
       01  WS-PL-SKIPPED             PIC 9(5) VALUE ZERO.
       01  WS-PL-CHECKED             PIC 9(5) VALUE ZERO.
       01  WS-PL-REPLIED             PIC 9(5) VALUE ZERO.
       01  WS-PL-AWAITING            PIC 9(5) VALUE ZERO.
       01  WS-PL-FIND-COUNT          PIC 9(2).
       01  WS-PL-FIND-IDX            PIC 9(2).
       01  WS-PL-TYPES               PIC X(3).
       01  WS-PL-AREA                PIC X(80).
       01  WS-PL-ADVICE              PIC X(80).
       01  WS-PL-GOT-ED              PIC Z9.
       01  WS-PL-DOSES-ED            PIC Z9.
       01  WS-PL-BMI-ED              PIC Z9.9.
       01  WS-PL-NOTE                PIC X(40).
       01  WS-PL-LINE                PIC X(100).
       01  WS-PL-FIND-TABLE.                                         *> The findings of the letter being built.
           05  WS-PL-FIND-ENTRY OCCURS 30 TIMES.
               10  WS-PL-FIND-TEXT   PIC X(80).
               10  WS-PL-FIND-ACTION PIC X(80).
       01  WS-RI-FILE-STATUS         PIC XX VALUE "00".
       01  WS-RI-CHOICE              PIC X.
       01  WS-RI-EOF-FLAG            PIC X VALUE "N".
       01  WS-RI-STUDENT             PIC X(20).
       01  WS-RI-SEQ                 PIC 9(2).
       01  WS-RI-PICK                PIC 9(2).
       01  WS-RI-PICK-TEXT           PIC X(2).
       01  WS-RI-COUNT               PIC 9(3) VALUE ZERO.
       01  WS-RI-OVERDUE-DAYS        PIC 9(3) VALUE 3.
       01  WS-RI-ELAPSED             PIC 9(3).
       01  WS-RI-ELAPSED-ED          PIC ZZ9.
       01  WS-RI-URGENCY-TEXT        PIC X(7).
       01  WS-RI-NAME                PIC X(30).
       01  WS-CKP-FILE-STATUS        PIC XX VALUE "00".
       01  WS-CKP-RUN                PIC X(10).
       01  WS-CKP-FOUND              PIC X VALUE "N".
       01  WS-CKP-RESUME             PIC X VALUE "N".
       01  WS-CKP-CHANGED            PIC X VALUE "N".
       01  WS-CKP-EVERY              PIC 9(5) VALUE 100.
       01  WS-CKP-EVERY-TEXT         PIC X(10).
       01  WS-CKP-EVERY-LEN          PIC 9(2).
       01  WS-CKP-SINCE              PIC 9(5) VALUE ZERO.
       01  WS-CKP-STOP-DATE          PIC X(11).
       01  WS-CKP-STOP-TIME          PIC X(5).
       01  WS-CKP-LAST-KEY           PIC X(40).
       01  WS-CKP-PARMS              PIC X(40).
       01  WS-CKP-READ               PIC 9(7) VALUE ZERO.
       01  WS-CKP-COUNT-1            PIC 9(7) VALUE ZERO.
       01  WS-CKP-COUNT-2            PIC 9(7) VALUE ZERO.
       01  WS-CKP-COUNT-3            PIC 9(7) VALUE ZERO.
       01  WS-CKP-SKIP               PIC 9(7) VALUE ZERO.
       01  WS-CKP-ANSWER             PIC X.
       01  WS-DY-FILE-STATUS         PIC XX VALUE "00".
       01  WS-DY-DATE                PIC X(11).
       01  WS-DY-KIND                PIC X.                          *> "V" visit, "N" new record,
                                                                      *> "D" dispense, "R" referral,
                                                                      *> "Q" queue close, "C" receipt.
       01  WS-DY-HOUR                PIC X(2).
       01  WS-DY-HOUR-IDX            PIC 9(2).
       01  WS-DY-UNITS               PIC 9(5) VALUE ZERO.
       01  WS-DY-CASH-IN             PIC 9(5)V99 VALUE ZERO.
       01  WS-DY-WRITTEN             PIC X VALUE "N".
       01  WS-DY-MODE                PIC X VALUE "R".                *> "R" rebuild the file, "A" audit
                                                                      *> it against the detail files.
       01  WS-DY-FLOOR               PIC X(4) VALUE "0000".
       01  WS-DY-EOF                 PIC X VALUE "N".
       01  WS-DY-FROM                PIC X(11).
       01  WS-DY-TO                  PIC X(11).
       01  WS-DY-YEAR                PIC 9(4).
       01  WS-DY-MONTH               PIC 9(2).
       01  WS-DY-ROWS                PIC 9(5) VALUE ZERO.
       01  WS-DY-DROPPED             PIC 9(5) VALUE ZERO.
       01  WS-DY-MISMATCH            PIC X VALUE "N".
       01  WS-DY-CASH-ED             PIC Z(8)9.99.
       01  WS-DY-SUMS.                                               *> Totals over WS-DY-FROM thru
                                                                      *> WS-DY-TO, from the stats rows.
           05  WS-DY-SUM-VISITS      PIC 9(7).
           05  WS-DY-SUM-HOUR        PIC 9(7) OCCURS 24 TIMES.
           05  WS-DY-SUM-NEW         PIC 9(7).
           05  WS-DY-SUM-DISPENSED   PIC 9(9).
           05  WS-DY-SUM-REFERRALS   PIC 9(7).
           05  WS-DY-SUM-QUEUE       PIC 9(7).
           05  WS-DY-SUM-RECEIPTS    PIC 9(7).
           05  WS-DY-SUM-CASH        PIC 9(9)V99.
           05  WS-DY-SUM-DAYS        PIC 9(5).
       01  WS-DY-DETAIL.                                             *> The same totals counted from the
                                                                      *> detail files, for the audit.
           05  WS-DY-DT-VISITS       PIC 9(7).
           05  WS-DY-DT-NEW          PIC 9(7).
           05  WS-DY-DT-DISPENSED    PIC 9(9).
           05  WS-DY-DT-REFERRALS    PIC 9(7).
           05  WS-DY-DT-QUEUE        PIC 9(7).
           05  WS-DY-DT-RECEIPTS     PIC 9(7).
           05  WS-DY-DT-CASH         PIC 9(9)V99.
       01  WS-DY-ANSWER              PIC X.
       01  WS-CO-LISTED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-DR-FILE-STATUS         PIC XX VALUE "00".
       01  WS-DR-CHOICE              PIC X.
       01  WS-DR-EOF-FLAG            PIC X VALUE "N".
       01  WS-DR-OK                  PIC X VALUE "Y".
       01  WS-DR-DATE-TEXT           PIC X(11).
       01  WS-DR-FROM                PIC X(11).
       01  WS-DR-TO                  PIC X(11).
       01  WS-DR-MONTH               PIC X(7).
       01  WS-DR-YEAR                PIC 9(4).
       01  WS-DR-MM                  PIC 9(2).
       01  WS-DR-ROLE-IN             PIC X.
       01  WS-DR-SHIFT-IN            PIC X.                          *> "A", "P" or "B" both shifts.
       01  WS-DR-NOTE-IN             PIC X(30).
       01  WS-DR-SHIFT-CODE          PIC X.
       01  WS-DR-SHIFT-TEXT          PIC X(9).
       01  WS-DR-ROLE-TEXT           PIC X(9).
       01  WS-DR-CK-DATE             PIC X(11).
       01  WS-DR-CK-SHIFT            PIC X.
       01  WS-DR-NURSES              PIC 9(2) VALUE ZERO.
       01  WS-DR-PHYSICIAN           PIC 9(2) VALUE ZERO.
       01  WS-DR-DAY-PHYS            PIC 9(2) VALUE ZERO.
       01  WS-DR-ROWS                PIC 9(3) VALUE ZERO.
       01  WS-DR-SPAN                PIC 9(3) VALUE ZERO.
       01  WS-DR-SCHOOL-DAYS         PIC 9(3) VALUE ZERO.
       01  WS-DR-SHIFTS              PIC 9(3) VALUE ZERO.
       01  WS-DR-COVERED             PIC 9(3) VALUE ZERO.
       01  WS-DR-GAPS                PIC 9(3) VALUE ZERO.
       01  WS-DR-PHYS-DAYS           PIC 9(3) VALUE ZERO.
       01  WS-DR-HEADING             PIC X(60).                      *> Printed once, ahead of the first gap.
       01  WS-DR-IN-DATE             PIC X(11).                      *> One activity row being reconciled:
       01  WS-DR-IN-TIME             PIC X(5).                       *> day, clock time (blank on a
       01  WS-DR-IN-USER             PIC X(20).                      *> receipt), staff account and kind --
       01  WS-DR-IN-KIND             PIC X.                          *> "V" visit, "M" MAR sign-off,
                                                                      *> "R" receipt.
       01  WS-DR-IN-SHIFT            PIC X.                          *> "A", "P", or "D" when untimed.
       01  WS-DR-ACT-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-DR-ACT-IDX             PIC 9(3).
       01  WS-DR-ACT-FOUND           PIC X.
       01  WS-DR-ACT-TABLE.                                          *> Activity per day, shift and account
                                                                      *> for the month reconciled.
           05  WS-DR-ACT-ENTRY OCCURS 400 TIMES.
               10  WS-DR-ACT-DATE    PIC X(11).
               10  WS-DR-ACT-SHIFT   PIC X.
               10  WS-DR-ACT-USER    PIC X(20).
               10  WS-DR-ACT-VISITS  PIC 9(4).
               10  WS-DR-ACT-MAR     PIC 9(4).
               10  WS-DR-ACT-OR      PIC 9(4).
               10  WS-DR-ACT-ROSTERED PIC X.
       01  WS-DR-DROPPED             PIC 9(5) VALUE ZERO.
       01  WS-DR-UNRECORDED          PIC 9(5) VALUE ZERO.
       01  WS-DR-UNROSTERED          PIC 9(3) VALUE ZERO.
       01  WS-DR-IDLE                PIC 9(3) VALUE ZERO.
       01  WS-EQ-FILE-STATUS         PIC XX VALUE "00".
       01  WS-EL-FILE-STATUS         PIC XX VALUE "00".
       01  WS-VD-FILE-STATUS         PIC XX VALUE "00".
       01  WS-EQ-CHOICE              PIC X.
       01  WS-EQ-ID                  PIC X(10).
       01  WS-EQ-FOUND               PIC X VALUE "N".
       01  WS-EQ-EOF-FLAG            PIC X VALUE "N".
       01  WS-EQ-OK                  PIC X VALUE "Y".
       01  WS-EQ-TEXT                PIC X(30).
       01  WS-EQ-KIND-TEXT           PIC X(14).
       01  WS-EQ-STATUS-TEXT         PIC X(14).
       01  WS-EQ-INTERVAL-TEXT       PIC X(3).
       01  WS-EQ-WARN-DATE           PIC X(11).                      *> Today plus the warning window.
       01  WS-EQ-SHOWN               PIC 9(3) VALUE ZERO.
       01  WS-EQ-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-EQ-FROM                PIC X(11).
       01  WS-EQ-TO                  PIC X(11).
       01  WS-EQ-ANSWER              PIC X.
       01  WS-EL-SEQ                 PIC 9(2).
       01  WS-EL-EOF-FLAG            PIC X VALUE "N".
       01  WS-VD-VISIT-KEY           PIC X(36).                      *> Key of the visit row just written.
       01  WS-VD-SCALE-ID            PIC X(10) VALUE SPACES.         *> Devices for the visit in hand.
       01  WS-VD-BP-ID               PIC X(10) VALUE SPACES.
       01  WS-VD-THERMO-ID           PIC X(10) VALUE SPACES.
       01  WS-VD-LAST-SCALE          PIC X(10) VALUE SPACES.         *> Last named this session, offered
       01  WS-VD-LAST-BP             PIC X(10) VALUE SPACES.         *> as the default next time.
       01  WS-VD-LAST-THERMO         PIC X(10) VALUE SPACES.
       01  WS-VD-PROMPT              PIC X(20).
       01  WS-VD-KIND                PIC X.
       01  WS-VD-DEFAULT             PIC X(10).
       01  WS-VD-ANSWER              PIC X(10).
       01  WS-VD-EOF-FLAG            PIC X VALUE "N".
       01  WS-CV-FILE-STATUS         PIC XX VALUE "00".
       01  WS-CV-ENROLL-STATUS       PIC XX VALUE "00".
       01  WS-CV-CHOICE              PIC X.
       01  WS-CV-OK                  PIC X VALUE "Y".
       01  WS-CV-FOUND               PIC X VALUE "N".
       01  WS-CV-ELIGIBLE            PIC X VALUE "N".
       01  WS-CV-OPEN                PIC X VALUE "N".
       01  WS-CV-STUDENT             PIC X(20).
       01  WS-CV-POLICY              PIC X(20).
       01  WS-CV-SY                  PIC X(9).
       01  WS-CV-REPORT-SY           PIC X(9).
       01  WS-CV-TYPE                PIC X(10).
       01  WS-CV-PER-TEXT            PIC X(12).
       01  WS-CV-ANNUAL-TEXT         PIC X(12).
       01  WS-CV-PREMIUM-TEXT        PIC X(12).
       01  WS-CV-PAID-DATE           PIC X(11).
       01  WS-CV-AMT-TEXT            PIC X(12).
       01  WS-CV-AMT                 PIC 9(7)V99 VALUE ZERO.
       01  WS-CV-AMT-OK              PIC X VALUE "N".
       01  WS-CV-PART-1              PIC X(12).
       01  WS-CV-PART-2              PIC X(12).
       01  WS-CV-LEN-1               PIC 9(2) VALUE ZERO.
       01  WS-CV-LEN-2               PIC 9(2) VALUE ZERO.
       01  WS-CV-WHOLE               PIC 9(7) VALUE ZERO.
       01  WS-CV-CENTS               PIC 9(2) VALUE ZERO.
       01  WS-CV-PER-AMT             PIC 9(7)V99 VALUE ZERO.
       01  WS-CV-ANNUAL-AMT          PIC 9(7)V99 VALUE ZERO.
       01  WS-CV-PREMIUM-AMT         PIC 9(7)V99 VALUE ZERO.
       01  WS-CV-REMAINING           PIC 9(7)V99 VALUE ZERO.         *> Annual limit less approved.
       01  WS-CV-CAP                 PIC 9(7)V99 VALUE ZERO.         *> Payable on this incident.
       01  WS-CV-DATE                PIC X(11).
       01  WS-CV-YEAR-1              PIC 9(4).
       01  WS-CV-YEAR-2              PIC 9(4).
       01  WS-CV-MONTH               PIC 9(2).
       01  WS-CV-OLD-STATUS          PIC X.
       01  WS-CV-OLD-AMOUNT          PIC 9(7)V99 VALUE ZERO.
       01  WS-CV-OLD-POSTED          PIC 9(7)V99 VALUE ZERO.
       01  WS-CV-LOADED              PIC 9(5) VALUE ZERO.
       01  WS-CV-UPDATED             PIC 9(5) VALUE ZERO.
       01  WS-CV-REJECTED            PIC 9(5) VALUE ZERO.
       01  WS-CV-REASON              PIC X(30).
       01  WS-CV-LINE                PIC X(200).
       01  WS-CV-ED-1                PIC Z,ZZZ,ZZ9.99.
       01  WS-CV-ED-2                PIC Z,ZZZ,ZZ9.99.
       01  WS-CV-ED-3                PIC Z,ZZZ,ZZ9.99.
       01  WS-CV-BIG-ED              PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CV-NUM-ED              PIC ZZZZ9.
       01  WS-CV-ENROLLED            PIC 9(5) VALUE ZERO.
       01  WS-CV-PAID-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-CV-UNPAID-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-CV-PREM-PAID           PIC 9(9)V99 VALUE ZERO.
       01  WS-CV-PREM-DUE            PIC 9(9)V99 VALUE ZERO.
       01  WS-CV-POSTED              PIC 9(9)V99 VALUE ZERO.
       01  WS-CV-CLAIMS              PIC 9(5) VALUE ZERO.
       01  WS-CV-APPROVED-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-CV-APPROVED-AMT        PIC 9(9)V99 VALUE ZERO.
       01  WS-CV-EXCEPTIONS          PIC 9(5) VALUE ZERO.
       01  WS-CV-RATIO               PIC 9(5)V9 VALUE ZERO.
       01  WS-CV-RATIO-ED            PIC ZZZZ9.9.
       01  WS-EM-FILE-STATUS         PIC XX VALUE "00".
       01  WS-EM-CFG-STATUS          PIC XX VALUE "00".
       01  WS-EM-ACK-STATUS          PIC XX VALUE "00".
       01  WS-EM-CFG-PATH            PIC X(100)
           VALUE "/home/zelly/EMR.CFG".
       01  WS-EM-TRACK-PATH          PIC X(100)
           VALUE "/home/zelly/EMRTRACK.DAT".
       01  WS-EM-CHOICE              PIC X.
       01  WS-EM-OK                  PIC X VALUE "N".
       01  WS-EM-START-DATE          PIC X(11).                      *> Blank: arrangement not in effect.
       01  WS-EM-FACILITY            PIC X(10).
       01  WS-EM-EXPORT-PATH         PIC X(100).
       01  WS-EM-TIME-RAW            PIC 9(8).
       01  WS-EM-ENCOUNTER           PIC X(14).
       01  WS-EM-NUMBER              PIC 9(8) VALUE ZERO.
       01  WS-EM-ACTION              PIC X.
       01  WS-EM-SEND                PIC X VALUE "N".
       01  WS-EM-TRACK-OPEN          PIC X VALUE "N".
       01  WS-EM-COUNTED             PIC X VALUE "Y".
       01  WS-EM-HELD                PIC 9(5) VALUE ZERO.            *> Visits not counted, awaiting
                                                                      *> acknowledgement.
       01  WS-EM-NEW                 PIC 9(5) VALUE ZERO.
       01  WS-EM-CORRECTED           PIC 9(5) VALUE ZERO.
       01  WS-EM-RESENT              PIC 9(5) VALUE ZERO.
       01  WS-EM-WRITTEN             PIC 9(6) VALUE ZERO.
       01  WS-EM-ACCEPTED            PIC 9(5) VALUE ZERO.
       01  WS-EM-REJECTED            PIC 9(5) VALUE ZERO.
       01  WS-EM-UNMATCHED           PIC 9(5) VALUE ZERO.
       01  WS-EM-AWAITING            PIC 9(5) VALUE ZERO.
       01  WS-EM-QUEUED              PIC 9(5) VALUE ZERO.
       01  WS-EM-ACK-ID              PIC X(14).
       01  WS-EM-ACK-CODE            PIC X(1).
       01  WS-EM-LINE                PIC X(130).
       01  WS-EM-DETAIL.
               *> One encounter in the interchange layout.
           05  WS-EM-D-TYPE          PIC X(1).                       *> "D".
           05  WS-EM-D-ACTION        PIC X(1).                       *> "N" New, "C" Replaces an
                                                                      *> earlier send of the encounter.
           05  WS-EM-D-ENCOUNTER     PIC X(14).
           05  WS-EM-D-CONTENT.
               10  WS-EM-D-FACILITY  PIC X(10).
               10  WS-EM-D-STUDENT   PIC X(20).
               10  WS-EM-D-NAME      PIC X(30).
               10  WS-EM-D-BIRTH     PIC X(10).                      *> YYYY/MM/DD.
               10  WS-EM-D-SEX       PIC X(1).                       *> "M", "F" or blank.
               10  WS-EM-D-DATE      PIC X(10).                      *> Visit date, YYYY/MM/DD.
               10  WS-EM-D-TIME      PIC X(5).                       *> HH:MM.
               10  WS-EM-D-ICD10     PIC X(8).                       *> Blank when not mapped.
               10  WS-EM-D-CONDITION PIC X(30).
               10  WS-EM-D-TEMP      PIC X(5).
               10  WS-EM-D-BP        PIC X(7).
               10  WS-EM-D-PULSE     PIC X(3).
               10  WS-EM-D-HEIGHT    PIC X(5).
               10  WS-EM-D-WEIGHT    PIC X(5).
               10  WS-EM-D-BMI       PIC X(5).
               10  WS-EM-D-MEDICATION PIC X(30).
               10  WS-EM-D-PRESCRIBER PIC X(30).
               10  WS-EM-D-ATTENDED  PIC X(20).
       01  WS-SN-FILE-STATUS         PIC XX VALUE "00".
       01  WS-SL-FILE-STATUS         PIC XX VALUE "00".
       01  WS-SN-CHOICE              PIC X.
       01  WS-SN-STUDENT             PIC X(20).
       01  WS-SN-FOUND               PIC X VALUE "N".
       01  WS-SN-OK                  PIC X VALUE "Y".
       01  WS-SN-ROW-OK              PIC X VALUE "Y".
       01  WS-SN-DONE                PIC X VALUE "N".
       01  WS-SN-EOF-FLAG            PIC X VALUE "N".
       01  WS-SN-ANSWER              PIC X.
       01  WS-SN-TEXT                PIC X(60).
       01  WS-SN-CHECK               PIC X(6).
       01  WS-SN-OLD-VALUE           PIC X(30).
       01  WS-SN-DAY                 PIC X(1).                       *> Drill day, blank for any.
       01  WS-SN-TIME                PIC X(5).                       *> Drill time, blank for any.
       01  WS-SN-TIME-TEXT           PIC X(5).
       01  WS-SN-SLOT                PIC 9(1).
       01  WS-SN-HITS                PIC 9(2).
       01  WS-SN-LOOKUP              PIC X(20).
       01  WS-SN-PT-FOUND            PIC X.                          *> "Y" on file and not archived.
       01  WS-SN-PT-NAME             PIC X(30).
       01  WS-SN-PT-CYS              PIC X(30).
       01  WS-SN-NAME                PIC X(30).
       01  WS-SN-CYS                 PIC X(30).
       01  WS-SN-LAST-BUILDING       PIC X(15).
       01  WS-SN-LAST-FLOOR          PIC X(2).
       01  WS-SN-REASON              PIC X(26).
       01  WS-SN-HELPER-TEXT         PIC X(60).
       01  WS-SN-ROWS                PIC 9(3) VALUE ZERO.
       01  WS-SN-NO-HELPER           PIC 9(3) VALUE ZERO.
       01  WS-SN-UNPLACED            PIC 9(3) VALUE ZERO.
       01  WS-SN-LEFT                PIC 9(3) VALUE ZERO.
       01  WS-SN-LISTED              PIC 9(3) VALUE ZERO.
       01  WS-SN-REGISTERED          PIC 9(3) VALUE ZERO.
       01  WS-SN-IS-PLACED           PIC X.
       01  WS-SN-IDX                 PIC 9(3).
       01  WS-SN-PLACED-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-SN-PLACED-FULL         PIC X VALUE "N".
       01  WS-SN-PLACED-TABLE.
               *> Students already on the roster this run.
           05  WS-SN-PLACED          PIC X(20) OCCURS 300 TIMES.
       01  WS-EV-FILE-STATUS         PIC XX VALUE "00".
       01  WS-EV-CHOICE              PIC X.
       01  WS-EV-STUDENT             PIC X(20).
       01  WS-EV-DOSE-DATE           PIC X(11).
       01  WS-EV-LAST-DATE           PIC X(11).
       01  WS-EV-FOUND               PIC X VALUE "N".
       01  WS-EV-OK                  PIC X VALUE "Y".
       01  WS-EV-EOF-FLAG            PIC X VALUE "N".
       01  WS-EV-ANSWER              PIC X.
       01  WS-EV-TEXT                PIC X(60).
       01  WS-EV-TIME-TEXT           PIC X(5).
       01  WS-EV-OLD-SERIOUS         PIC X.
       01  WS-EV-ROWS                PIC 9(3) VALUE ZERO.
       01  WS-EV-OVERDUE             PIC 9(3) VALUE ZERO.
       01  WS-EV-NUMBER              PIC 9(8) VALUE ZERO.
       01  WS-EV-VACCINE             PIC X(30).
       01  WS-EV-DOSE-TEXT           PIC X(30).
       01  WS-EV-LOT-TEXT            PIC X(30).
       01  WS-EV-VAC-TIME            PIC X(5).
       01  WS-EV-FROM-DATE           PIC X(11).
       01  WS-EV-FROM-TIME           PIC X(5).
       01  WS-EV-TO-DATE             PIC X(11).
       01  WS-EV-TO-TIME             PIC X(5).
       01  WS-EV-DAY-1               PIC 9(7).
       01  WS-EV-DAY-2               PIC 9(7).
       01  WS-EV-HH                  PIC 9(2).
       01  WS-EV-MM                  PIC 9(2).
       01  WS-EV-MIN-1               PIC 9(4).
       01  WS-EV-MIN-2               PIC 9(4).
       01  WS-EV-MINUTES             PIC S9(7).
       01  WS-EV-HOURS               PIC 9(5).
       01  WS-EV-REM-MIN             PIC 9(2).
       01  WS-EV-DUE-DATE            PIC X(11).
       01  WS-EV-CRITERION-TEXT      PIC X(30).
       01  WS-EV-OUTCOME-TEXT        PIC X(30).
       01  WS-EV-PT-NAME             PIC X(30).
       01  WS-EV-PT-CYS              PIC X(30).
       01  WS-EV-PT-DOB              PIC X(15).
       01  WS-EV-PT-AGE              PIC X(5).
       01  WS-EV-PT-SEX              PIC X(5).
       01  WS-EVR-FROM               PIC X(11).
       01  WS-EVR-TO                 PIC X(11).
       01  WS-EVR-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-EVR-IDX                PIC 9(3).
       01  WS-EVR-POS                PIC 9(3).
       01  WS-EVR-FULL               PIC X VALUE "N".
       01  WS-EVR-TOT-DOSES          PIC 9(6) VALUE ZERO.
       01  WS-EVR-TOT-CASES          PIC 9(5) VALUE ZERO.
       01  WS-EVR-TOT-SERIOUS        PIC 9(5) VALUE ZERO.
       01  WS-EVR-RATE               PIC 9(4)V9.
       01  WS-EVR-RATE-ED            PIC ZZZ9.9.
       01  WS-EVR-NEW-KEY.
           05  WS-EVR-NEW-DATE       PIC X(11).
           05  WS-EVR-NEW-VACCINE    PIC X(30).
           05  WS-EVR-NEW-LOT        PIC X(15).
       01  WS-EVR-TABLE.
               *> One row per session -- date, vaccine and lot -- kept in
               *> that order as rows are added.
           05  WS-EVR-ENTRY OCCURS 200 TIMES.
               10  WS-EVR-KEY.
                   15  WS-EVR-DATE   PIC X(11).
                   15  WS-EVR-VACCINE PIC X(30).
                   15  WS-EVR-LOT    PIC X(15).
               10  WS-EVR-DOSES      PIC 9(5).
               10  WS-EVR-CASES      PIC 9(4).
               10  WS-EVR-SERIOUS    PIC 9(4).
       01  WS-QD-FILE-STATUS         PIC XX VALUE "00".
       01  WS-QR-CHOICE              PIC X.
       01  WS-QR-NAME                PIC X(12).
       01  WS-QR-FOUND               PIC X VALUE "N".
       01  WS-QR-OK                  PIC X VALUE "Y".
       01  WS-QR-MATCH               PIC X VALUE "N".
       01  WS-QR-EOF-FLAG            PIC X VALUE "N".
       01  WS-QR-LK-EOF              PIC X VALUE "N".
       01  WS-QR-TEXT                PIC X(60).
       01  WS-QR-CHECK               PIC X(10).
       01  WS-QR-NUM-TEXT            PIC X(5).
       01  WS-QR-NUM-OK              PIC X VALUE "Y".
       01  WS-QR-AGE-NUM             PIC 9(3) VALUE ZERO.
       01  WS-QR-AGE-EDIT            PIC ZZ9.
       01  WS-QR-BMI-NUM             PIC 9(2)V9(1) VALUE ZERO.
       01  WS-QR-BMI-EDIT            PIC Z9.9.
       01  WS-QR-BMI-TEXT            PIC X(5).
       01  WS-QR-BMI-FOUND           PIC X VALUE "N".
       01  WS-QR-HAY                 PIC X(30).
       01  WS-QR-NEEDLE              PIC X(30).
       01  WS-QR-LEN                 PIC 9(2) VALUE ZERO.
       01  WS-QR-TALLY               PIC 9(3) VALUE ZERO.
       01  WS-QR-FROM                PIC X(11).
       01  WS-QR-TO                  PIC X(11).
       01  WS-QR-LAST-DATE           PIC X(11).
       01  WS-QR-LAST-COND           PIC X(30).
       01  WS-QR-LAST-BMI            PIC X(5).
       01  WS-QR-IN-RANGE            PIC X VALUE "N".
       01  WS-QR-HAS-ALLERGY         PIC X VALUE "N".
       01  WS-QR-HAS-CONSENT         PIC X VALUE "N".
       01  WS-QR-HAS-PLAN            PIC X VALUE "N".
       01  WS-QR-VH-OPEN             PIC X VALUE "N".
       01  WS-QR-AI-OPEN             PIC X VALUE "N".
       01  WS-QR-CN-OPEN             PIC X VALUE "N".
       01  WS-QR-CP-OPEN             PIC X VALUE "N".
       01  WS-QR-COUNT               PIC 9(5) VALUE ZERO.
       01  WS-QR-CHECKED             PIC 9(5) VALUE ZERO.
       01  WS-QR-SHOWN               PIC 9(3) VALUE ZERO.
       01  WS-QR-COL-IDX             PIC 9(2) VALUE ZERO.
       01  WS-QR-COL                 PIC X.
       01  WS-QR-CELL                PIC X(30).
       01  WS-QR-HEAD                PIC X(30).
       01  WS-QR-WIDTH               PIC 9(2) VALUE ZERO.
       01  WS-QR-POS                 PIC 9(3) VALUE ZERO.
       01  WS-QR-CSV-PTR             PIC 9(3) VALUE ZERO.
       01  WS-QR-CSV-BUFFER          PIC X(400).
       01  WS-QR-CSV-PATH            PIC X(100).
       01  WS-QR-VALUE               PIC X(60).
       01  WS-QR-RANGE               PIC X VALUE "N".
       01  WS-QR-HEADING             PIC X VALUE "N".
       01  WS-QR-LAST-BMI-NUM        PIC 9(2)V9(1) VALUE ZERO.
       01  WS-QR-ANSWER              PIC X.
       01  WS-TR-FILE-STATUS         PIC XX VALUE "00".
       01  WS-TR-CHOICE              PIC X.
       01  WS-TR-ANSWER              PIC X.
       01  WS-TR-OK                  PIC X VALUE "Y".
       01  WS-TR-FOUND               PIC X VALUE "N".
       01  WS-TR-HIT                 PIC X VALUE "N".
       01  WS-TR-EOF-FLAG            PIC X VALUE "N".
       01  WS-TR-LK-EOF              PIC X VALUE "N".
       01  WS-TR-PASS                PIC 9(1) VALUE 1.
       01  WS-TR-CASE                PIC X(20).
       01  WS-TR-CASE-NAME           PIC X(30).
       01  WS-TR-CASE-CYS            PIC X(30).
       01  WS-TR-START               PIC X(11).
       01  WS-TR-CONDITION           PIC X(30).
       01  WS-TR-FROM                PIC X(11).
       01  WS-TR-TO                  PIC X(11).
       01  WS-TR-VACCINE             PIC X(30).
       01  WS-TR-TEXT                PIC X(30).
       01  WS-TR-REASON              PIC X(30).
       01  WS-TR-LEN                 PIC 9(2) VALUE ZERO.
       01  WS-TR-TALLY               PIC 9(3) VALUE ZERO.
       01  WS-TR-CONTACT             PIC X(20).
       01  WS-TR-LINK                PIC X.
       01  WS-TR-LINK-POS            PIC 9(1) VALUE 1.
       01  WS-TR-DATE                PIC X(11).
       01  WS-TR-ROW-IN              PIC X(5).
       01  WS-TR-ROW-OUT             PIC X(5).
       01  WS-TR-BED-DIFF            PIC S9(2) VALUE ZERO.
       01  WS-TR-IMM-TEXT            PIC X(13).
       01  WS-TR-NOTE-TEXT           PIC X(11).
       01  WS-TR-ADDED               PIC 9(4) VALUE ZERO.
       01  WS-TR-ROWS                PIC 9(4) VALUE ZERO.
       01  WS-TR-NOTIFIED-CT         PIC 9(4) VALUE ZERO.
       01  WS-TR-UNPROTECTED         PIC 9(4) VALUE ZERO.
       01  WS-TR-MARKED              PIC 9(4) VALUE ZERO.
       01  WS-TR-SPAN-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-TR-SPAN-IDX            PIC 9(2) VALUE ZERO.
       01  WS-TR-SPAN-TABLE.
               *> The case's own clinic-queue or bed stays in the
               *> window, matched against everyone else's.
           05  WS-TR-SPAN OCCURS 20 TIMES.
               10  WS-TR-SPAN-DATE   PIC X(11).
               10  WS-TR-SPAN-BED    PIC 9(1).
               10  WS-TR-SPAN-IN     PIC X(5).
               10  WS-TR-SPAN-OUT    PIC X(5).

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.                                                  *> Main control loop for user interactions.
           PERFORM INITIALIZE-CONFIG
           PERFORM CHECK-PATIENT-LAYOUT
           PERFORM CHECK-CAMPUS-LAYOUT
                                                                      *> A report name on the command line means the
                                                                      *> overnight scheduler is driving -- run it with
                                                                      *> no prompts and no menu, same as PATIENT.cbl.
                   PERFORM OPEN-REPORT-OUTPUT
                   PERFORM ADVISER-FEED-BODY
                   PERFORM CLOSE-REPORT-OUTPUT
               WHEN "ANNUAL"
                                                                      *> The argument is the school year, YYYY-YYYY;
                                                                      *> none means the current one.
                   MOVE SPACES TO WS-YR-SY
                   ACCEPT WS-YR-SY FROM ARGUMENT-VALUE
                   IF WS-YR-SY = SPACES
                       PERFORM GET-CURRENT-SCHOOL-YEAR
                       MOVE WS-CN-CURRENT-SY TO WS-YR-SY
                   END-IF
                   PERFORM ANNUAL-REPORT-BODY
               WHEN "LETTERS"
                                                                      *> The argument limits the run to one
                                                                      *> Course/Section; none prints every one.
                   MOVE SPACES TO WS-PL-CYS
                   ACCEPT WS-PL-CYS FROM ARGUMENT-VALUE
                   MOVE "N" TO WS-PL-REPRINT
                   PERFORM PARENT-LETTER-BODY
               WHEN "REFIN"
                                                                      *> The argument is the school-day count; none
                                                                      *> means 3.
                   MOVE SPACES TO WS-SD-TEXT
                   ACCEPT WS-SD-TEXT FROM ARGUMENT-VALUE
                   PERFORM SET-REFERRAL-IN-DAYS
                   PERFORM REFERRAL-IN-OVERDUE
               WHEN "DUTYCOVER"
                                                                      *> The argument is the YYYY/MM month; none
                                                                      *> means last month.
                   MOVE SPACES TO WS-DR-DATE-TEXT
                   ACCEPT WS-DR-DATE-TEXT FROM ARGUMENT-VALUE
                   PERFORM SET-DR-LAST-MONTH
                   IF WS-DR-DATE-TEXT NOT = SPACES
                       MOVE WS-DR-DATE-TEXT(1:7) TO WS-DR-MONTH
                   END-IF
                   PERFORM DUTY-COVERAGE-BODY
               WHEN "INSRECON"
                                                                      *> The argument is the school year, YYYY-YYYY;
                                                                      *> none means the current one.
                   MOVE SPACES TO WS-CV-SY
                   ACCEPT WS-CV-SY FROM ARGUMENT-VALUE
                   IF WS-CV-SY = SPACES
                       PERFORM GET-CURRENT-SCHOOL-YEAR
                       MOVE WS-CN-CURRENT-SY TO WS-CV-SY
                   END-IF
                   PERFORM INS-RECONCILE-BODY
               WHEN "EMREXPORT"
                   PERFORM EMR-EXPORT-BODY
               WHEN "EMRACK"
                   PERFORM EMR-ACK-IMPORT
               WHEN "EVACROSTER"
                                                                      *> Drill day and time, both optional --
                                                                      *> none lists every class location.
                   MOVE SPACES TO WS-SN-DAY
                   MOVE SPACES TO WS-SN-TIME
                   ACCEPT WS-SN-DAY FROM ARGUMENT-VALUE
                   ACCEPT WS-SN-TIME FROM ARGUMENT-VALUE
                   PERFORM EVAC-ROSTER-BODY
               WHEN "RUNQUERY"
                   MOVE SPACES TO WS-QR-NAME
                   ACCEPT WS-QR-NAME FROM ARGUMENT-VALUE
                   PERFORM QUERY-RUN-BODY
               WHEN "STATSREBUILD"
                   PERFORM REBUILD-DAILY-STATS-BODY
               WHEN "HANDOVER"
                   PERFORM SHIFT-HANDOVER-REPORT
               WHEN "NOTIFY"
                   DISPLAY "DEMOG, CSV, DELTA, CONTACTS [condition],"
                   DISPLAY "CLOSEOUT, MORBIDITY <YYYY> <1-4>,"
                   DISPLAY "OUTREACH [cys] [condition], NUTRITION,"
                   DISPLAY "ADVISERS, ANNUAL [YYYY-YYYY], HANDOVER,"
                   DISPLAY "LETTERS [cys], REFIN [days], NOTIFY,"
                   DISPLAY "DUTYCOVER [YYYY/MM], INSRECON [YYYY-YYYY],"
                   DISPLAY "RETENTION [years], BACKUP, STATSREBUILD,"
                   DISPLAY "EMREXPORT, EMRACK, EVACROSTER [day] [time],"
                   DISPLAY "RUNQUERY <name>, RUNJOBS [RESTART]"
           END-EVALUATE.

       OPEN-REPORT-OUTPUT.                                           *> Start the dated report file for this run.
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-PATIENT-FILE-PATH
           END-IF
           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "MEDIKA_CAMPUS" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE WS-ENV-VALUE TO WS-CAMPUS-CODE
           END-IF
                                                                      *> Records between checkpoints in the long
                                                                      *> file-wide runs; 100 unless set.
           MOVE SPACES TO WS-ENV-VALUE
           DISPLAY "MEDIKA_CHECKPOINT_EVERY" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT-VALUE
           IF WS-ENV-VALUE NOT = SPACES
               MOVE SPACES TO WS-CKP-EVERY-TEXT
               MOVE ZERO TO WS-CKP-EVERY-LEN
               UNSTRING WS-ENV-VALUE DELIMITED BY SPACE
                   INTO WS-CKP-EVERY-TEXT
                       COUNT IN WS-CKP-EVERY-LEN
               IF WS-CKP-EVERY-LEN > ZERO
                       AND WS-CKP-EVERY-LEN <= 5
                   IF WS-CKP-EVERY-TEXT(1:WS-CKP-EVERY-LEN)
                           IS NUMERIC
                       MOVE WS-CKP-EVERY-TEXT(1:WS-CKP-EVERY-LEN)
                           TO WS-CKP-EVERY
                   END-IF
               END-IF
               IF WS-CKP-EVERY = ZERO
                   MOVE 1 TO WS-CKP-EVERY
               END-IF
           END-IF
           PERFORM READ-OUTBREAK-CONFIG.

       READ-OUTBREAK-CONFIG.                                         *> Threshold and rolling window for the outbreak
                               INTO WS-RECOVERY-COMMAND
                           CALL "SYSTEM" USING WS-RECOVERY-COMMAND
                           DISPLAY "PATIENT-FILE restored from backup."
                                                                      *> The file is back to before any promotion
                                                                      *> or archival run that was cut off, so
                                                                      *> there is nothing left to resume.
                           MOVE "PROMOTION" TO WS-CKP-RUN
                           PERFORM CLEAR-CHECKPOINT
                           MOVE "ARCHIVAL" TO WS-CKP-RUN
                           PERFORM CLEAR-CHECKPOINT
                       ELSE
                           DISPLAY "Continuing without restoring."
                       END-IF
           MOVE ZERO TO WS-DB-NEW-THIS-WEEK
           MOVE ZERO TO WS-DB-PENDING-REFERRALS
           MOVE ZERO TO WS-DB-PAST-APPTS
           PERFORM ENSURE-DAILY-STATS
           PERFORM DASHBOARD-COUNT-VISITS
           PERFORM DASHBOARD-COUNT-STALE
           PERFORM DASHBOARD-COUNT-NEW-WEEK
           DISPLAY "up (run the no-show scan):      "
               WS-DB-PAST-APPTS
           PERFORM DASHBOARD-SHOW-OUTBREAKS
           PERFORM DASHBOARD-SHOW-DUTY-GAPS
           PERFORM DASHBOARD-SHOW-EQUIPMENT-DUE
           DISPLAY FRA-ME
           DISPLAY "Press Enter for the main menu."
               WITH NO ADVANCING
               CLOSE OUTBREAK-ALERT-FILE
           END-IF.

       DASHBOARD-COUNT-VISITS.                                       *> Today's visits, off today's daily stats row.
           OPEN INPUT DAILY-STATS-FILE
           IF WS-DY-FILE-STATUS NOT = "35"
               MOVE WS-TODAY-SLASHED TO DY-DATE
               READ DAILY-STATS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DY-VISITS TO WS-DB-VISITS-TODAY
               END-READ
               CLOSE DAILY-STATS-FILE
           END-IF.

       DASHBOARD-COUNT-STALE.                                        *> Same cutoff STALE-PRESCRIPTION-REPORT uses.
           MOVE WS-TODAY TO WS-DC-DATE
           END-IF
           CLOSE PATIENT-FILE.

       DASHBOARD-COUNT-NEW-WEEK.                                     *> New records in the last 7 days, off the daily
                                                                      *> stats rows from the start of last month on.
           MOVE WS-TODAY-YEAR  TO WS-DY-YEAR
           MOVE WS-TODAY-MONTH TO WS-DY-MONTH
           IF WS-DY-MONTH = 1
               SUBTRACT 1 FROM WS-DY-YEAR
               MOVE 12 TO WS-DY-MONTH
           ELSE
               SUBTRACT 1 FROM WS-DY-MONTH
           END-IF
           MOVE SPACES TO WS-DY-FROM
           STRING WS-DY-YEAR "/" WS-DY-MONTH "/01" DELIMITED BY SIZE
               INTO WS-DY-FROM
           OPEN INPUT DAILY-STATS-FILE
           IF WS-DY-FILE-STATUS NOT = "35"
               PERFORM START-DAILY-STATS-FROM
               PERFORM UNTIL WS-DY-EOF = "Y"
                   READ DAILY-STATS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-DY-EOF
                   END-READ
                   IF WS-DY-EOF NOT = "Y"
                       MOVE DY-DATE TO WS-DC-SLASHED
                       PERFORM CALC-DAY-FROM-SLASHED
                       MOVE WS-DC-DAY-NUM TO WS-STALE-VISIT-NUM
                       COMPUTE WS-STALE-DIFF =
                           WS-STALE-TODAY-NUM - WS-STALE-VISIT-NUM
                       IF WS-STALE-DIFF >= ZERO
                               AND WS-STALE-DIFF < 7
                           ADD DY-NEW-RECORDS TO WS-DB-NEW-THIS-WEEK
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DAILY-STATS-FILE
           END-IF.

       DASHBOARD-COUNT-REFERRALS.                                    *> Referrals still pending a result.

           DISPLAY "PERSONAL INFORMATION."

           PERFORM GET-PATIENT-CATEGORY
           EVALUATE WS-PATIENT-CATEGORY
               WHEN "S"
                   DISPLAY "   Student ID: " WITH NO ADVANCING
                   ACCEPT WS-STUDENT-NUMBER
               WHEN "E"
                                                                      *> Staff are keyed as EMP-<employee no.> so
                                                                      *> visits, allergies and the rest follow them
                                                                      *> the same way they follow a student.
                   MOVE SPACES TO WS-STUDENT-NUMBER
                   STRING "EMP-" DELIMITED BY SIZE
                       WS-EMPLOYEE-NUMBER DELIMITED BY SPACE
                       INTO WS-STUDENT-NUMBER
               WHEN OTHER
                   MOVE SPACES TO WS-STUDENT-NUMBER
           END-EVALUATE

                                                                        *> Refuse to create a second record for a student
                                                                        *> who already has one on file.
           END-IF
           DISPLAY "   Full Name: " WITH NO ADVANCING
           ACCEPT WS-PATIENT-NAME
           IF WS-PATIENT-CATEGORY = "S"
               DISPLAY "   Course/Section: " WITH NO ADVANCING
               ACCEPT WS-STUDENT-CYS
           ELSE
               MOVE SPACES TO WS-STUDENT-CYS                         *> No section -- kept off section reports.
           END-IF
           DISPLAY "   Date of Birth [YYYY/MM/DD]: " WITH NO ADVANCING
           ACCEPT WS-DATE-OF-BIRTH
           MOVE WS-DATE-OF-BIRTH TO DATE-OF-BIRTH
           PERFORM PICK-FROM-CODE-TABLE
           MOVE WS-CT-PICKED TO WS-HEALTH-CONDITION
           PERFORM SHOW-KNOWN-ALLERGIES                              *> Show any allergies on file before a medication is typed.
           MOVE WS-HEALTH-CONDITION TO WS-SO-CONDITION
           MOVE WS-PATIENT-AGE-NUM  TO WS-SO-AGE
           PERFORM GET-SAFE-MEDICATION
           DISPLAY "   Prescribing Provider: " WITH NO ADVANCING
           ACCEPT WS-PRESCRIBER
           MOVE WS-PRESCRIBER TO PRESCRIBER
           MOVE WS-DATE-OF-VISIT TO DATE-OF-VISIT
           MOVE "A" TO ARCHIVE-STATUS                              *> New record starts Active.
           MOVE WS-PATIENT-CATEGORY TO PATIENT-CATEGORY
           MOVE WS-EMPLOYEE-NUMBER TO EMPLOYEE-NUMBER
           MOVE WS-EMPLOYEE-DEPT TO EMPLOYEE-DEPT
           MOVE WS-CAMPUS-CODE TO CAMPUS-CODE

           PERFORM MASK-HEALTH-FIELDS                              *> Mask health fields just before writing to disk.
           WRITE PATIENT-RECORD
           END-IF
           PERFORM DISPLAY-MENU.

       GET-PATIENT-CATEGORY.                                         *> Student, employee or visitor -- staff also give
                                                                      *> their employee number and department.
           MOVE SPACES TO WS-EMPLOYEE-NUMBER
           MOVE SPACES TO WS-EMPLOYEE-DEPT
           DISPLAY "   Category [S]tudent/[E]mployee/[V]isitor"
           DISPLAY "   (Enter = Student): " WITH NO ADVANCING
           ACCEPT WS-PATIENT-CATEGORY
           INSPECT WS-PATIENT-CATEGORY CONVERTING "sev" TO "SEV"
           IF WS-PATIENT-CATEGORY = SPACE
               MOVE "S" TO WS-PATIENT-CATEGORY
           END-IF
           PERFORM UNTIL WS-PATIENT-CATEGORY = "S"
                   OR WS-PATIENT-CATEGORY = "E"
                   OR WS-PATIENT-CATEGORY = "V"
               DISPLAY "Category must be S, E or V."
               DISPLAY "   Category [S/E/V]: " WITH NO ADVANCING
               ACCEPT WS-PATIENT-CATEGORY
               INSPECT WS-PATIENT-CATEGORY CONVERTING "sev" TO "SEV"
           END-PERFORM
           IF WS-PATIENT-CATEGORY = "E"
               PERFORM UNTIL WS-EMPLOYEE-NUMBER NOT = SPACES
                   DISPLAY "   Employee No.: " WITH NO ADVANCING
                   ACCEPT WS-EMPLOYEE-NUMBER
               END-PERFORM
               DISPLAY "   Department/Office: " WITH NO ADVANCING
               ACCEPT WS-EMPLOYEE-DEPT
           END-IF.

       ASK-INCLUDE-NON-STUDENTS.                                     *> Section reports leave staff and visitors out
                                                                      *> unless asked -- they have no section.
           MOVE "N" TO WS-PT-INCLUDE-STAFF
           DISPLAY "Include employees and visitors? [y/N]: "
               WITH NO ADVANCING
           ACCEPT WS-PT-INCLUDE-STAFF
           IF WS-PT-INCLUDE-STAFF = "y"
               MOVE "Y" TO WS-PT-INCLUDE-STAFF
           END-IF.

       CHECK-SECTION-ELIGIBLE.                                       *> Does the record in hand belong on a section
                                                                      *> report? A blank category is a student row
                                                                      *> from before categories were kept.
           MOVE "Y" TO WS-PT-ELIGIBLE
           IF (PATIENT-CATEGORY = "E" OR PATIENT-CATEGORY = "V")
                   AND WS-PT-INCLUDE-STAFF NOT = "Y"
               MOVE "N" TO WS-PT-ELIGIBLE
           END-IF.

       CHECK-DUPLICATE-STUDENT.                                      *> Direct keyed lookup for an existing Student ID.
      *> A blank Student Number means a walk-in with no Student ID --
      *> every walk-in shares that same blank alternate key, so they
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF

           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-STAMP  DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               STUDENT-NUMBER      DELIMITED BY SIZE
               " | by=" DELIMITED BY SIZE
               WS-CURRENT-USER     DELIMITED BY SIZE
               INTO AUDIT-LOG-RECORD
           PERFORM READ-AUDIT-CHAIN                                  *> Chain this line to the one before it.
           MOVE WS-CK-LAST TO WS-CK-PREV
           MOVE AUDIT-LOG-RECORD(1:162) TO WS-CK-TEXT
           PERFORM COMPUTE-AUDIT-CHECK
           MOVE " | chk="    TO AUDIT-LOG-RECORD(163:7)
           MOVE WS-CK-VALUE  TO AUDIT-LOG-RECORD(170:10)
           WRITE AUDIT-LOG-RECORD
           CLOSE AUDIT-LOG-FILE
           MOVE WS-CK-VALUE TO WS-CK-LAST
           ADD 1 TO WS-CK-LINES
           PERFORM WRITE-AUDIT-CHAIN
           IF WS-AUDIT-FIELD-NAME = "NEW RECORD"                      *> New records are counted off this line.
               MOVE SPACES TO WS-DY-DATE
               STRING WS-AUDIT-STAMP(1:4) "/" WS-AUDIT-STAMP(5:2) "/"
                   WS-AUDIT-STAMP(7:2) DELIMITED BY SIZE
                   INTO WS-DY-DATE
               MOVE "N" TO WS-DY-KIND
               PERFORM POST-DAILY-STAT
           END-IF.

       COMPUTE-AUDIT-CHECK.                                          *> Check value for the 162 characters of an audit
                                                                      *> line in WS-CK-TEXT, following WS-CK-PREV --
                                                                      *> each line's value depends on every line
                                                                      *> before it, so a changed, missing or moved
                                                                      *> line breaks every link after it.
           MOVE WS-CK-PREV TO WS-CK-VALUE
           MOVE 1 TO WS-CK-POS
           PERFORM UNTIL WS-CK-POS > 162
               MOVE WS-CK-TEXT(WS-CK-POS:1) TO WS-CK-CHAR
               MOVE ZERO TO WS-CK-CHAR-VALUE
               INSPECT WS-CK-ALPHABET TALLYING WS-CK-CHAR-VALUE
                   FOR CHARACTERS BEFORE INITIAL WS-CK-CHAR
               COMPUTE WS-CK-WORK = WS-CK-VALUE * 97
                   + WS-CK-CHAR-VALUE + 1
               DIVIDE WS-CK-WORK BY 4294967291
                   GIVING WS-CK-QUOT REMAINDER WS-CK-VALUE
               ADD 1 TO WS-CK-POS
           END-PERFORM.

       READ-AUDIT-CHAIN.                                             *> The control line into WS-CK-ANCHOR/LAST/LINES
                                                                      *> -- all zero before the first chained line.
           MOVE ZERO   TO WS-CK-ANCHOR
           MOVE ZERO   TO WS-CK-LAST
           MOVE ZERO   TO WS-CK-LINES
           MOVE SPACES TO WS-CK-ROLLED-THRU
           MOVE "N"    TO WS-CK-HAVE-CONTROL
           OPEN INPUT AUDIT-CHAIN-FILE
           IF WS-CH-STATUS NOT = "35"
               READ AUDIT-CHAIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CH-ANCHOR IS NUMERIC AND CH-LAST IS NUMERIC
                               AND CH-LINES IS NUMERIC
                           MOVE CH-ANCHOR      TO WS-CK-ANCHOR
                           MOVE CH-LAST        TO WS-CK-LAST
                           MOVE CH-LINES       TO WS-CK-LINES
                           MOVE CH-ROLLED-THRU TO WS-CK-ROLLED-THRU
                           MOVE "Y" TO WS-CK-HAVE-CONTROL
                       END-IF
               END-READ
           END-IF
           CLOSE AUDIT-CHAIN-FILE.

       WRITE-AUDIT-CHAIN.                                            *> Rewrite the control line from WS-CK-*.
           OPEN OUTPUT AUDIT-CHAIN-FILE
           MOVE SPACES            TO AUDIT-CHAIN-RECORD
           MOVE WS-CK-ANCHOR      TO CH-ANCHOR
           MOVE WS-CK-LAST        TO CH-LAST
           MOVE WS-CK-LINES       TO CH-LINES
           MOVE WS-CK-ROLLED-THRU TO CH-ROLLED-THRU
           WRITE AUDIT-CHAIN-RECORD
           CLOSE AUDIT-CHAIN-FILE.

       VERIFY-AUDIT-CHAIN.                                           *> Interactive wrapper for the chain check.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      AUDIT TRAIL VERIFICATION"
           DISPLAY FRA-ME
           DISPLAY "Also check the yearly archive volumes from"
           DISPLAY "year (YYYY, Enter = live log only): "
               WITH NO ADVANCING
           ACCEPT WS-CK-FROM-YEAR-TEXT
           MOVE "AUDITCHK" TO WS-RO-NAME
           MOVE "AUDIT TRAIL VERIFICATION" TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           PERFORM VERIFY-AUDIT-CHAIN-BODY
           PERFORM CLOSE-REPORT-OUTPUT.

       VERIFY-AUDIT-CHAIN-BODY.                                      *> Recompute every link, archive volumes first
                                                                      *> when asked, and report the first one that
                                                                      *> does not hold -- then hold the end of the
                                                                      *> live log against the control line, so lines
                                                                      *> cut off the end show too.
           PERFORM READ-AUDIT-CHAIN
           MOVE ZERO TO WS-CK-CHAINED
           MOVE ZERO TO WS-CK-LEGACY
           MOVE ZERO TO WS-CK-VOLUMES
           MOVE "N"  TO WS-CK-BROKEN
           MOVE "N"  TO WS-CK-STARTED
           MOVE ZERO TO WS-CK-RUN
           IF WS-CK-FROM-YEAR-TEXT IS NUMERIC
               MOVE WS-CK-FROM-YEAR-TEXT TO WS-CK-YEAR
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               PERFORM UNTIL WS-CK-YEAR > WS-TODAY-YEAR
                   PERFORM VERIFY-AUDIT-VOLUME
                   ADD 1 TO WS-CK-YEAR
               END-PERFORM
               MOVE SPACES TO WS-RO-LINE
               STRING "Archive volumes checked: " WS-CK-VOLUMES
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               IF WS-CK-STARTED = "Y" AND WS-CK-BROKEN NOT = "Y"
                       AND WS-CK-RUN NOT = WS-CK-ANCHOR
                   MOVE "Y" TO WS-CK-BROKEN
                   MOVE "BROKEN: the archive volumes do not end where"
                       TO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
                   MOVE "the live log's chain starts -- a volume line"
                       TO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
                   MOVE "was changed or removed, or a volume is gone."
                       TO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-IF
           IF WS-CK-STARTED NOT = "Y"
               MOVE WS-CK-ANCHOR TO WS-CK-RUN
               IF WS-CK-ANCHOR NOT = ZERO
                   MOVE "Y" TO WS-CK-STARTED
               END-IF
           ELSE
               MOVE WS-CK-ANCHOR TO WS-CK-RUN                         *> Live log resumes from the control line either
                                                                      *> way; a mismatch was reported above.
           END-IF
           MOVE ZERO TO WS-CK-CHAINED
           MOVE "AUDITLOG.txt" TO WS-CK-SOURCE
           MOVE ZERO TO WS-CK-LINE-NO
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               MOVE "No audit log on file." TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-CK-EOF-FLAG
               PERFORM UNTIL WS-CK-EOF-FLAG = "Y"
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-CK-EOF-FLAG
                       NOT AT END
                           MOVE AUDIT-LOG-RECORD TO WS-CK-LINE
                           PERFORM VERIFY-ONE-AUDIT-LINE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE AUDIT-LOG-FILE
           IF WS-CK-BROKEN NOT = "Y"
               IF WS-CK-HAVE-CONTROL = "Y"
                       AND (WS-CK-RUN NOT = WS-CK-LAST
                           OR WS-CK-CHAINED NOT = WS-CK-LINES)
                   MOVE "Y" TO WS-CK-BROKEN
                   MOVE SPACES TO WS-RO-LINE
                   STRING "BROKEN: the control line expects "
                       WS-CK-LINES " chained lines; the log holds "
                       WS-CK-CHAINED "." DELIMITED BY SIZE
                       INTO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
                   MOVE "Lines were removed from the end of the log,"
                       TO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
                   MOVE "or the log was replaced." TO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
               IF WS-CK-HAVE-CONTROL NOT = "Y"
                       AND WS-CK-CHAINED > ZERO
                   MOVE "Y" TO WS-CK-BROKEN
                   MOVE "BROKEN: chained lines are on file but the"
                       TO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
                   MOVE "control line AUDITCHN.DAT is missing."
                       TO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-IF
           MOVE SPACES TO WS-RO-LINE
           STRING "Chained lines in live log: " WS-CK-CHAINED
               "  Lines from before the chain began: " WS-CK-LEGACY
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-CK-ROLLED-THRU NOT = SPACES
               MOVE SPACES TO WS-RO-LINE
               STRING "Chain carried into the archive volumes through "
                   WS-CK-ROLLED-THRU "." DELIMITED BY SIZE
                   INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF WS-CK-BROKEN = "Y"
               MOVE "RESULT: AUDIT TRAIL CHAIN IS BROKEN" TO WS-RO-LINE
           ELSE
               MOVE "RESULT: AUDIT TRAIL CHAIN IS INTACT" TO WS-RO-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE.

       VERIFY-AUDIT-VOLUME.                                          *> One year's archive volume, if there is one.
           MOVE SPACES TO WS-AV-FILE-PATH
           STRING "/home/zelly/archive/AUDITLOG_" DELIMITED BY SIZE
               WS-CK-YEAR DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-AV-FILE-PATH
           MOVE SPACES TO WS-CK-SOURCE
           STRING "AUDITLOG_" WS-CK-YEAR ".txt"
               DELIMITED BY SIZE INTO WS-CK-SOURCE
           MOVE ZERO TO WS-CK-LINE-NO
           OPEN INPUT ARCHIVE-VOLUME-FILE
           IF WS-AV-FILE-STATUS NOT = "35"
               ADD 1 TO WS-CK-VOLUMES
               MOVE "N" TO WS-CK-EOF-FLAG
               PERFORM UNTIL WS-CK-EOF-FLAG = "Y"
                   READ ARCHIVE-VOLUME-FILE
                       AT END
                           MOVE "Y" TO WS-CK-EOF-FLAG
                       NOT AT END
                           MOVE ARCHIVE-VOLUME-RECORD(1:180)
                               TO WS-CK-LINE
                           PERFORM VERIFY-ONE-AUDIT-LINE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARCHIVE-VOLUME-FILE.

       VERIFY-ONE-AUDIT-LINE.                                        *> One line of WS-CK-SOURCE against the running
                                                                      *> value. Lines with no check value are only
                                                                      *> allowed before the chain begins. Only the
                                                                      *> first break is reported.
           ADD 1 TO WS-CK-LINE-NO
           IF WS-CK-LINE(163:7) = " | chk=" AND WS-CK-LINE(170:10)
                   IS NUMERIC
               ADD 1 TO WS-CK-CHAINED
               MOVE WS-CK-LINE(170:10) TO WS-CK-STORED
               IF WS-CK-BROKEN NOT = "Y"
                   MOVE WS-CK-RUN TO WS-CK-PREV
                   MOVE WS-CK-LINE(1:162) TO WS-CK-TEXT
                   PERFORM COMPUTE-AUDIT-CHECK
                   IF WS-CK-VALUE NOT = WS-CK-STORED
                       MOVE "Y" TO WS-CK-BROKEN
                       PERFORM EMIT-AUDIT-BREAK
                   END-IF
               END-IF
               MOVE "Y" TO WS-CK-STARTED
               MOVE WS-CK-STORED TO WS-CK-RUN
           ELSE
               IF WS-CK-STARTED = "Y"
                   IF WS-CK-BROKEN NOT = "Y"
                       MOVE "Y" TO WS-CK-BROKEN
                       PERFORM EMIT-AUDIT-BREAK
                   END-IF
               ELSE
                   ADD 1 TO WS-CK-LEGACY
               END-IF
           END-IF.

       EMIT-AUDIT-BREAK.                                             *> The first broken link, with the line itself.
           MOVE SPACES TO WS-RO-LINE
           STRING "FIRST BROKEN LINK: " WS-CK-SOURCE " line "
               WS-CK-LINE-NO DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "The line was changed, or a line before it was"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "changed, removed or moved:" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-CK-LINE(1:132) TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       CHECK-VH-OPEN-STATUS.                                         *> Stop rather than run against a visit-history
                                                                      *> file this layout cannot read -- an open status
                                                                      *> other than OK or file-missing usually means
                                                                      *> VISITHIST.DAT is still in an earlier record
                                                                      *> layout and must be reloaded first.
           IF WS-VH-FILE-STATUS NOT = "00"
                   AND WS-VH-FILE-STATUS NOT = "05"
                   AND WS-VH-FILE-STATUS NOT = "35"
               DISPLAY FRA-ME
               DISPLAY "VISITHIST.DAT could not be opened -- file"
               DISPLAY "status " WS-VH-FILE-STATUS "."
               DISPLAY "If this follows an upgrade, reload the"
               DISPLAY "visit history file first: see"
               DISPLAY "Main/docs/VISITHIST-RELOAD.txt (VHRELOAD)"
               DISPLAY "and Main/docs/CAMPUS-RELOAD.txt (CPRELOAD)."
               DISPLAY FRA-ME
               STOP RUN
           END-IF.

       CHECK-PATIENT-LAYOUT.                                         *> Same guard for the patient roster, once at start
                                                                      *> -- a PATIENTS.txt written before the patient
                                                                      *> category fields were added will not open
                                                                      *> under this layout and must be reloaded first.
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS NOT = "00"
                   AND WS-FILE-STATUS NOT = "05"
                   AND WS-FILE-STATUS NOT = "35"
               DISPLAY FRA-ME
               DISPLAY "The patient file could not be opened -- file"
               DISPLAY "status " WS-FILE-STATUS "."
               DISPLAY "If this follows an upgrade, reload the"
               DISPLAY "patient and archive files first: see"
               DISPLAY "Main/docs/PATIENTS-RELOAD.txt (PTRELOAD)"
               DISPLAY "and Main/docs/CAMPUS-RELOAD.txt (CPRELOAD)."
               DISPLAY FRA-ME
               STOP RUN
           END-IF
           CLOSE PATIENT-FILE.

       CHECK-CAMPUS-LAYOUT.                                          *> Same guard for the incident and stock files,
                                                                      *> which took the campus code on the end of the
                                                                      *> record with the patient and visit files.
           OPEN INPUT INCIDENT-FILE
           IF WS-IN-FILE-STATUS NOT = "00"
                   AND WS-IN-FILE-STATUS NOT = "05"
                   AND WS-IN-FILE-STATUS NOT = "35"
               DISPLAY FRA-ME
               DISPLAY "INCIDENT.DAT could not be opened -- file"
               DISPLAY "status " WS-IN-FILE-STATUS "."
               DISPLAY "If this follows an upgrade, reload it first:"
               DISPLAY "see Main/docs/CAMPUS-RELOAD.txt (CPRELOAD)."
               DISPLAY FRA-ME
               STOP RUN
           END-IF
           CLOSE INCIDENT-FILE
           OPEN INPUT MED-STOCK-FILE
           IF WS-MS-FILE-STATUS NOT = "00"
                   AND WS-MS-FILE-STATUS NOT = "05"
                   AND WS-MS-FILE-STATUS NOT = "35"
               DISPLAY FRA-ME
               DISPLAY "MEDSTOCK.DAT could not be opened -- file"
               DISPLAY "status " WS-MS-FILE-STATUS "."
               DISPLAY "If this follows an upgrade, reload it first:"
               DISPLAY "see Main/docs/CAMPUS-RELOAD.txt (CPRELOAD)."
               DISPLAY FRA-ME
               STOP RUN
           END-IF
           CLOSE MED-STOCK-FILE.

       APPEND-VISIT-HISTORY.                                         *> Record this visit without disturbing earlier ones.
           PERFORM CAPTURE-VISIT-VITALS
           MOVE HEALTH-CONDITION TO WS-OB-CONDITION                  *> Saved clear for the outbreak check below.
           MOVE STUDENT-NUMBER  TO VH-STUDENT-NUMBER
           MOVE DATE-OF-VISIT    TO VH-DATE-OF-VISIT
                                                                      *> Stamp the clock time so every same-day
                                                                      *> visit keeps its own row.
           ACCEPT WS-VH-TIME-RAW FROM TIME
           MOVE SPACES TO WS-VH-TIME-SLOT
           MOVE WS-VH-TIME-RAW(1:2) TO WS-VH-TIME-SLOT(1:2)
           MOVE ":"                 TO WS-VH-TIME-SLOT(3:1)
           MOVE WS-VH-TIME-RAW(3:2) TO WS-VH-TIME-SLOT(4:2)
           MOVE WS-VH-TIME-SLOT TO VH-TIME-OF-VISIT
           MOVE HEALTH-CONDITION TO VH-HEALTH-CONDITION
           MOVE MEDICATION-NAME  TO VH-MEDICATION-NAME
           MOVE PRESCRIBER       TO VH-PRESCRIBER
           MOVE WS-VT-TEMPERATURE    TO VH-TEMPERATURE
           MOVE WS-VT-BLOOD-PRESSURE TO VH-BLOOD-PRESSURE
           MOVE WS-VT-PULSE          TO VH-PULSE
           MOVE WS-VT-HEIGHT         TO VH-HEIGHT-CM
           MOVE WS-VT-WEIGHT         TO VH-WEIGHT-KG
           MOVE WS-VT-BMI-DISP       TO VH-BMI
           MOVE WS-CURRENT-USER      TO VH-ATTENDED-BY
           MOVE WS-CAMPUS-CODE       TO VH-CAMPUS-CODE
           PERFORM MASK-VH-FIELDS                                    *> Keep VISITHIST.DAT off the clear, same as PATIENT-FILE.

           OPEN I-O VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS = "35"                                *> File does not exist yet -- create it.
               OPEN OUTPUT VISIT-HISTORY-FILE
               PERFORM CHECK-VH-OPEN-STATUS
           END-IF

           MOVE VH-DATE-OF-VISIT      TO WS-DY-DATE
           MOVE VH-TIME-OF-VISIT(1:2) TO WS-DY-HOUR
           MOVE "N" TO WS-DY-WRITTEN
           MOVE VH-KEY TO WS-VD-VISIT-KEY
           WRITE VISIT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "A visit for that student, date and"
                   DISPLAY "minute is already on file --"
                   DISPLAY "overwriting it."
                   REWRITE VISIT-HISTORY-RECORD
               NOT INVALID KEY
                   MOVE "Y" TO WS-DY-WRITTEN
           END-WRITE
           MOVE "W" TO WS-JN-ACTION
           PERFORM JOURNAL-VISIT

           CLOSE VISIT-HISTORY-FILE
           IF WS-DY-WRITTEN = "Y"                                     *> A new row, not an overwrite -- count it.
               MOVE "V" TO WS-DY-KIND
               PERFORM POST-DAILY-STAT
           END-IF
           PERFORM WRITE-VITALS-DEVICES
           PERFORM LINK-REFERRAL-IN
                                                                      *> Watch for the same condition spiking inside
                                                                      *> the rolling window, now that the file is
                                                                      *> closed again.
           IF WS-OB-CONDITION NOT = SPACES
               PERFORM CHECK-OUTBREAK-ALERT
                                                                      *> A communicable condition on the code table
                                                                      *> opens an exclusion-from-class spell too.
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                           AND VH-ATTENDED-BY NOT = WS-TI-EXTERNAL-TAG
                       MOVE VH-HEALTH-CONDITION
                           TO WS-OB-ROW-CONDITION
                       INSPECT WS-OB-ROW-CONDITION
               MOVE WS-VT-BMI-NUM TO WS-VT-BMI-ED
               MOVE WS-VT-BMI-ED  TO WS-VT-BMI-DISP
               DISPLAY "   Computed BMI: " WS-VT-BMI-DISP
           END-IF
           PERFORM ASK-VITALS-DEVICES
           PERFORM CHECK-VITAL-RANGES.

       CHECK-VITAL-RANGES.                                           *> Hold the readings just typed against the age
                                                                      *> band's ranges. Anything outside normal is
                                                                      *> flagged on screen and logged to ABNVITAL.DAT;
                                                                      *> a critical reading is not let through until
                                                                      *> the nurse says what was done about it.
           PERFORM GET-PATIENT-AGE-YEARS
           PERFORM GET-VITAL-RANGES
           PERFORM PARSE-VITAL-READINGS
           MOVE "N" TO WS-VR-LEVEL
           MOVE SPACES TO WS-VR-FLAGS
           MOVE 1 TO WS-VR-PTR
           IF WS-VR-HAVE-TEMP = "Y"
               MOVE "TEMP"             TO WS-VR-ONE-NAME
               MOVE WS-VR-TEMP         TO WS-VR-VALUE
               MOVE WS-VR-TEMP-CRIT-LO TO WS-VR-C-LO
               MOVE WS-VR-TEMP-NORM-LO TO WS-VR-N-LO
               MOVE WS-VR-TEMP-NORM-HI TO WS-VR-N-HI
               MOVE WS-VR-TEMP-CRIT-HI TO WS-VR-C-HI
               PERFORM CLASSIFY-ONE-VITAL
           END-IF
           IF WS-VR-HAVE-BP = "Y"
               MOVE "SYS"              TO WS-VR-ONE-NAME
               MOVE WS-VR-SYS          TO WS-VR-VALUE
               MOVE WS-VR-SYS-CRIT-LO  TO WS-VR-C-LO
               MOVE WS-VR-SYS-NORM-LO  TO WS-VR-N-LO
               MOVE WS-VR-SYS-NORM-HI  TO WS-VR-N-HI
               MOVE WS-VR-SYS-CRIT-HI  TO WS-VR-C-HI
               PERFORM CLASSIFY-ONE-VITAL
               MOVE "DIA"              TO WS-VR-ONE-NAME
               MOVE WS-VR-DIA          TO WS-VR-VALUE
               MOVE WS-VR-DIA-CRIT-LO  TO WS-VR-C-LO
               MOVE WS-VR-DIA-NORM-LO  TO WS-VR-N-LO
               MOVE WS-VR-DIA-NORM-HI  TO WS-VR-N-HI
               MOVE WS-VR-DIA-CRIT-HI  TO WS-VR-C-HI
               PERFORM CLASSIFY-ONE-VITAL
           END-IF
           IF WS-VR-HAVE-PULSE = "Y"
               MOVE "PULSE"             TO WS-VR-ONE-NAME
               MOVE WS-VR-PULSE         TO WS-VR-VALUE
               MOVE WS-VR-PULSE-CRIT-LO TO WS-VR-C-LO
               MOVE WS-VR-PULSE-NORM-LO TO WS-VR-N-LO
               MOVE WS-VR-PULSE-NORM-HI TO WS-VR-N-HI
               MOVE WS-VR-PULSE-CRIT-HI TO WS-VR-C-HI
               PERFORM CLASSIFY-ONE-VITAL
           END-IF
           IF WS-VR-LEVEL NOT = "N"
               DISPLAY FRA-ME
               IF WS-VR-LEVEL = "C"
                   DISPLAY "*** CRITICAL VITAL SIGNS for age "
                       WS-RECORD-AGE " ***"
               ELSE
                   DISPLAY "Vital signs outside the normal range for"
                       " age " WS-RECORD-AGE "."
               END-IF
               DISPLAY "   " WS-VR-FLAGS
               DISPLAY "   (! = critical)"
               PERFORM GET-VITAL-ACTION
               DISPLAY FRA-ME
               PERFORM WRITE-ABNORMAL-VITALS
           END-IF.

       GET-PATIENT-AGE-YEARS.                                        *> Age in whole years for the patient record in
                                                                      *> hand -- from the date of birth when it is a
                                                                      *> real date, else the typed age.
           MOVE ZERO TO WS-RECORD-AGE
           IF DATE-OF-BIRTH(1:4) IS NUMERIC
                   AND DATE-OF-BIRTH(6:2) IS NUMERIC
                   AND DATE-OF-BIRTH(9:2) IS NUMERIC
               PERFORM COMPUTE-AGE-FROM-DOB
               MOVE WS-COMPUTED-AGE TO WS-RECORD-AGE
           ELSE
               IF PATIENT-AGE(1:3) IS NUMERIC
                   MOVE PATIENT-AGE(1:3) TO WS-RECORD-AGE
               END-IF
           END-IF.

       GET-VITAL-RANGES.                                             *> Limits for WS-RECORD-AGE, from the VITALRNG.DAT
                                                                      *> band that covers it when there is one,
                                                                      *> otherwise the built-in school-age defaults.
           MOVE 35.0 TO WS-VR-TEMP-CRIT-LO
           MOVE 36.0 TO WS-VR-TEMP-NORM-LO
           MOVE 37.5 TO WS-VR-TEMP-NORM-HI
           MOVE 39.5 TO WS-VR-TEMP-CRIT-HI
           MOVE 80   TO WS-VR-SYS-CRIT-LO
           MOVE 90   TO WS-VR-SYS-NORM-LO
           MOVE 120  TO WS-VR-SYS-NORM-HI
           MOVE 140  TO WS-VR-SYS-CRIT-HI
           MOVE 40   TO WS-VR-DIA-CRIT-LO
           MOVE 60   TO WS-VR-DIA-NORM-LO
           MOVE 80   TO WS-VR-DIA-NORM-HI
           MOVE 90   TO WS-VR-DIA-CRIT-HI
           MOVE 50   TO WS-VR-PULSE-CRIT-LO
           MOVE 60   TO WS-VR-PULSE-NORM-LO
           MOVE 100  TO WS-VR-PULSE-NORM-HI
           MOVE 130  TO WS-VR-PULSE-CRIT-HI
           OPEN INPUT VITAL-RANGE-FILE
           IF WS-VR-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-VR-EOF-FLAG
               PERFORM UNTIL WS-VR-EOF-FLAG = "Y"
                   READ VITAL-RANGE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-VR-EOF-FLAG
                   END-READ
                   IF WS-VR-EOF-FLAG NOT = "Y"
                       IF VR-AGE-FROM > WS-RECORD-AGE
                           MOVE "Y" TO WS-VR-EOF-FLAG
                       ELSE
                           IF VR-AGE-TO NOT < WS-RECORD-AGE
                               MOVE VR-LIMITS TO WS-VR-LIMITS
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE VITAL-RANGE-FILE.

       PARSE-VITAL-READINGS.                                         *> Numbers out of the readings as typed --
                                                                      *> "37.8" or "38", "150/100", "92". Anything
                                                                      *> that will not parse is left unchecked.
           MOVE "N" TO WS-VR-HAVE-TEMP
           MOVE "N" TO WS-VR-HAVE-BP
           MOVE "N" TO WS-VR-HAVE-PULSE
           MOVE SPACES TO WS-VR-PART-1
           MOVE SPACES TO WS-VR-PART-2
           MOVE ZERO TO WS-VR-LEN-1
           MOVE ZERO TO WS-VR-LEN-2
           UNSTRING WS-VT-TEMPERATURE DELIMITED BY "." OR SPACE
               INTO WS-VR-PART-1 COUNT IN WS-VR-LEN-1
                    WS-VR-PART-2 COUNT IN WS-VR-LEN-2
           END-UNSTRING
           IF WS-VR-LEN-1 > 0 AND WS-VR-LEN-1 < 3
               IF WS-VR-PART-1(1:WS-VR-LEN-1) IS NUMERIC
                   MOVE WS-VR-PART-1(1:WS-VR-LEN-1) TO WS-VR-SYS
                   MOVE ZERO TO WS-VR-TENTH
                   IF WS-VR-LEN-2 > 0
                       IF WS-VR-PART-2(1:1) IS NUMERIC
                           MOVE WS-VR-PART-2(1:1) TO WS-VR-TENTH
                       END-IF
                   END-IF
                   COMPUTE WS-VR-TEMP = WS-VR-SYS + WS-VR-TENTH / 10
                   MOVE "Y" TO WS-VR-HAVE-TEMP
               END-IF
           END-IF
           MOVE SPACES TO WS-VR-PART-1
           MOVE SPACES TO WS-VR-PART-2
           MOVE ZERO TO WS-VR-LEN-1
           MOVE ZERO TO WS-VR-LEN-2
           UNSTRING WS-VT-BLOOD-PRESSURE DELIMITED BY "/" OR SPACE
               INTO WS-VR-PART-1 COUNT IN WS-VR-LEN-1
                    WS-VR-PART-2 COUNT IN WS-VR-LEN-2
           END-UNSTRING
           IF WS-VR-LEN-1 > 0 AND WS-VR-LEN-1 < 4
                   AND WS-VR-LEN-2 > 0 AND WS-VR-LEN-2 < 4
               IF WS-VR-PART-1(1:WS-VR-LEN-1) IS NUMERIC
                       AND WS-VR-PART-2(1:WS-VR-LEN-2) IS NUMERIC
                   MOVE WS-VR-PART-1(1:WS-VR-LEN-1) TO WS-VR-SYS
                   MOVE WS-VR-PART-2(1:WS-VR-LEN-2) TO WS-VR-DIA
                   MOVE "Y" TO WS-VR-HAVE-BP
               END-IF
           END-IF
           MOVE SPACES TO WS-VR-PART-1
           MOVE ZERO TO WS-VR-LEN-1
           UNSTRING WS-VT-PULSE DELIMITED BY SPACE
               INTO WS-VR-PART-1 COUNT IN WS-VR-LEN-1
           END-UNSTRING
           IF WS-VR-LEN-1 > 0
               IF WS-VR-PART-1(1:WS-VR-LEN-1) IS NUMERIC
                   MOVE WS-VR-PART-1(1:WS-VR-LEN-1) TO WS-VR-PULSE
                   MOVE "Y" TO WS-VR-HAVE-PULSE
               END-IF
           END-IF.

       CLASSIFY-ONE-VITAL.                                           *> One reading in WS-VR-VALUE against the limits
                                                                      *> in WS-VR-C-LO..WS-VR-C-HI. Adds e.g.
                                                                      *> "SYS-HI!" to WS-VR-FLAGS and raises the
                                                                      *> overall level N -> B -> C.
           MOVE "N" TO WS-VR-ONE-LEVEL
           EVALUATE TRUE
               WHEN WS-VR-VALUE NOT > WS-VR-C-LO
                   MOVE "C"  TO WS-VR-ONE-LEVEL
                   MOVE "-LO" TO WS-VR-ONE-WAY
               WHEN WS-VR-VALUE NOT < WS-VR-C-HI
                   MOVE "C"  TO WS-VR-ONE-LEVEL
                   MOVE "-HI" TO WS-VR-ONE-WAY
               WHEN WS-VR-VALUE < WS-VR-N-LO
                   MOVE "B"  TO WS-VR-ONE-LEVEL
                   MOVE "-LO" TO WS-VR-ONE-WAY
               WHEN WS-VR-VALUE > WS-VR-N-HI
                   MOVE "B"  TO WS-VR-ONE-LEVEL
                   MOVE "-HI" TO WS-VR-ONE-WAY
           END-EVALUATE
           IF WS-VR-ONE-LEVEL = "C"
               MOVE "!" TO WS-VR-ONE-WAY(4:1)
               MOVE "C" TO WS-VR-LEVEL
           END-IF
           IF WS-VR-ONE-LEVEL = "B" AND WS-VR-LEVEL = "N"
               MOVE "B" TO WS-VR-LEVEL
           END-IF
           IF WS-VR-ONE-LEVEL NOT = "N"
               STRING WS-VR-ONE-NAME DELIMITED BY SPACE
                   WS-VR-ONE-WAY     DELIMITED BY SPACE
                   " "               DELIMITED BY SIZE
                   INTO WS-VR-FLAGS WITH POINTER WS-VR-PTR
               END-STRING
           END-IF.

       GET-VITAL-ACTION.                                             *> What was done. A critical reading needs one of
                                                                      *> refer, admit to bed or parent called, and is
                                                                      *> written to the audit trail; a borderline one
                                                                      *> may simply be observed.
           MOVE SPACE TO WS-VR-ACTION
           IF WS-VR-LEVEL = "C"
               PERFORM UNTIL WS-VR-ACTION = "R" OR WS-VR-ACTION = "A"
                       OR WS-VR-ACTION = "P"
                   DISPLAY "Action taken -- (R)eferred, (A)dmitted to"
                   DISPLAY "bed, (P)arent called: " WITH NO ADVANCING
                   ACCEPT WS-VR-ACTION
                   IF WS-VR-ACTION = "r"
                       MOVE "R" TO WS-VR-ACTION
                   END-IF
                   IF WS-VR-ACTION = "a"
                       MOVE "A" TO WS-VR-ACTION
                   END-IF
                   IF WS-VR-ACTION = "p"
                       MOVE "P" TO WS-VR-ACTION
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "Action -- (R)eferred, (A)dmitted to bed,"
               DISPLAY "(P)arent called, Enter = observe: "
                   WITH NO ADVANCING
               ACCEPT WS-VR-ACTION
               IF WS-VR-ACTION = "r"
                   MOVE "R" TO WS-VR-ACTION
               END-IF
               IF WS-VR-ACTION = "a"
                   MOVE "A" TO WS-VR-ACTION
               END-IF
               IF WS-VR-ACTION = "p"
                   MOVE "P" TO WS-VR-ACTION
               END-IF
               IF WS-VR-ACTION NOT = "R" AND WS-VR-ACTION NOT = "A"
                       AND WS-VR-ACTION NOT = "P"
                   MOVE "O" TO WS-VR-ACTION
               END-IF
           END-IF
           PERFORM SET-VITAL-ACTION-TEXT
           IF WS-VR-LEVEL = "C"
               MOVE "CRITICAL VITALS"  TO WS-AUDIT-FIELD-NAME
               MOVE WS-VR-FLAGS        TO WS-AUDIT-OLD-VALUE
               MOVE WS-VR-ACTION-TEXT  TO WS-AUDIT-NEW-VALUE
               PERFORM APPEND-AUDIT-LOG
           END-IF.

       SET-VITAL-ACTION-TEXT.                                        *> Words for the one-letter action code.
           EVALUATE WS-VR-ACTION
               WHEN "R"
                   MOVE "Referred"         TO WS-VR-ACTION-TEXT
               WHEN "A"
                   MOVE "Admitted to bed"  TO WS-VR-ACTION-TEXT
               WHEN "P"
                   MOVE "Parent called"    TO WS-VR-ACTION-TEXT
               WHEN OTHER
                   MOVE "Observed"         TO WS-VR-ACTION-TEXT
           END-EVALUATE.

       WRITE-ABNORMAL-VITALS.                                        *> One line to ABNVITAL.DAT for the daily list.
           PERFORM FORMAT-TODAY-SLASHED
           PERFORM GET-CLOCK-HHMM
           OPEN EXTEND ABNORMAL-VITALS-FILE
           IF WS-AB-STATUS = "35"                                    *> File does not exist yet -- create it.
               OPEN OUTPUT ABNORMAL-VITALS-FILE
           END-IF
           MOVE SPACES               TO ABNORMAL-VITALS-RECORD
           MOVE WS-TODAY-SLASHED     TO AB-DATE
           MOVE WS-VH-TIME-SLOT      TO AB-TIME
           MOVE STUDENT-NUMBER       TO AB-STUDENT-NUMBER
           MOVE WS-RECORD-AGE        TO AB-AGE
           MOVE WS-VT-TEMPERATURE    TO AB-TEMPERATURE
           MOVE WS-VT-BLOOD-PRESSURE TO AB-BLOOD-PRESSURE
           MOVE WS-VT-PULSE          TO AB-PULSE
           MOVE WS-VR-LEVEL          TO AB-LEVEL
           MOVE WS-VR-FLAGS          TO AB-FLAGS
           MOVE WS-VR-ACTION         TO AB-ACTION
           MOVE WS-CURRENT-USER      TO AB-TAKEN-BY
           WRITE ABNORMAL-VITALS-RECORD
           CLOSE ABNORMAL-VITALS-FILE.

       VIEW-VISIT-HISTORY.                                            *> List every recorded visit for one student.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY FRA-ME
           DISPLAY "Enter Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           MOVE WS-STUDENT-NUMBER TO WS-AX-STUDENT
           MOVE "VISIT HISTORY"   TO WS-AX-SCREEN
           PERFORM LOG-RECORD-VIEW

           OPEN INPUT VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           END-IF
           CLOSE VISIT-HISTORY-FILE
           PERFORM SHOW-VITALS-TREND
           PERFORM REPRINT-DISPENSING-LABEL

           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           DISPLAY "5) List lots for an item"
           DISPLAY "6) Dispose of an expired lot"
           DISPLAY "7) Physical stock take / variance"
           DISPLAY "8) Suppliers and purchase orders"
           DISPLAY "9) Consumption and cost report"
           DISPLAY "a) Recalled-lot inquiry"
           DISPLAY "x) Back to main menu"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-MS-CHOICE
                   PERFORM DISPOSE-MED-LOT
               WHEN "7"
                   PERFORM STOCK-TAKE-RUN
               WHEN "8"
                   PERFORM PURCHASING-MENU
               WHEN "9"
                   PERFORM MED-CONSUMPTION-REPORT
               WHEN "a"
               WHEN "A"
                   PERFORM RECALLED-LOT-INQUIRY
               WHEN "x"
               WHEN "X"
                   CONTINUE
           DISPLAY "Cost per unit (pesos): " WITH NO ADVANCING
           ACCEPT MS-UNIT-COST
           MOVE WS-MS-ITEM TO MS-ITEM-NAME
           MOVE WS-CAMPUS-CODE TO MS-CAMPUS-CODE
           WRITE MED-STOCK-RECORD
               INVALID KEY
                   DISPLAY "That item is already on the stock file"
                   NOT INVALID KEY
                       DISPLAY "Units received: " WITH NO ADVANCING
                       ACCEPT WS-MS-QTY
                       PERFORM MATCH-PO-RECEIPT
                       ADD WS-MS-QTY TO MS-ON-HAND
                       DISPLAY "New earliest expiry [YYYY/MM/DD,"
                       DISPLAY "blank = unchanged]: " WITH NO ADVANCING
                       DISPLAY "On hand is now " MS-ON-HAND " "
                           MS-UNIT "."
                       PERFORM RECEIVE-LOT-ROW
                       PERFORM WRITE-STOCK-RECEIPT
               END-READ
               CLOSE MED-STOCK-FILE
           END-IF.
                           DISPLAY "  Lot " ML-LOT-NUMBER " "
                               ML-ON-HAND " on hand, expires "
                               ML-EXPIRY-DATE
                           PERFORM SHOW-LOT-RECEIPTS
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY "REORDER:     " MS-ITEM-NAME " -- "
                   MS-ON-HAND " " MS-UNIT " on hand, reorder at "
                   MS-REORDER-LEVEL
               MOVE MS-ITEM-NAME TO WS-MS-ITEM
               PERFORM FIND-OPEN-PO-FOR-ITEM
               IF WS-PO-ON-ORDER = "Y"
                   DISPLAY "             (on open PO "
                       WS-PO-ON-ORDER-NUM ")"
               END-IF
           END-IF
           IF MS-EXPIRY-DATE NOT = SPACES
               MOVE MS-EXPIRY-DATE TO WS-DC-SLASHED
                           DISPLAY "Units dispensed [0 = none]: "
                               WITH NO ADVANCING
                           ACCEPT WS-MS-QTY
                           IF WS-SO-MAX-UNITS > ZERO
                                   AND WS-MS-QTY > WS-SO-MAX-UNITS
                               PERFORM CHECK-STANDING-ORDER-UNITS
                           END-IF
                           IF WS-MS-QTY > MS-ON-HAND
                               DISPLAY "Only " MS-ON-HAND " on hand"
                                   " -- deducting that many."
                               DISPLAY "Stock now " MS-ON-HAND " "
                                   MS-UNIT "."
                               PERFORM DRAW-FROM-EARLIEST-LOTS
                               IF WS-DL-SOURCE = "V"
                                   PERFORM GET-LABEL-DIRECTIONS
                               END-IF
                               PERFORM WRITE-DISPENSE-LOG
                               IF MS-ON-HAND <= MS-REORDER-LEVEL
                                   DISPLAY "** Reorder level reached"
                                       " for " MS-ITEM-NAME " **"
                               END-IF
                               IF WS-DL-SOURCE = "V"
                                   PERFORM PRINT-DISPENSING-LABEL
                               END-IF
                           END-IF
                   END-READ
                   CLOSE MED-STOCK-FILE
               END-IF
           END-IF
           MOVE ZERO TO WS-SO-MAX-UNITS.                              *> The dose limit is for this dispense only.

       CHECK-STANDING-ORDER-UNITS.                                   *> More units than the standing order allows per
                                                                      *> dose -- cut back, or record why not.
           DISPLAY "** The standing order allows " WS-SO-MAX-UNITS
               " unit(s) per dose."
           DISPLAY "Override reason (blank = give "
               WS-SO-MAX-UNITS "): " WITH NO ADVANCING
           ACCEPT WS-SO-OVERRIDE-REASON
           IF WS-SO-OVERRIDE-REASON = SPACES
               MOVE WS-SO-MAX-UNITS TO WS-MS-QTY
           ELSE
               MOVE "PROTOCOL OVERRIDE" TO WS-AUDIT-FIELD-NAME
               MOVE WS-MEDICATION-NAME  TO WS-AUDIT-OLD-VALUE
               MOVE WS-SO-OVERRIDE-REASON TO WS-AUDIT-NEW-VALUE
               PERFORM APPEND-AUDIT-LOG
           END-IF.

       DRAW-FROM-EARLIEST-LOTS.                                       *> Take the units just dispensed out of the
                                                                      *> earliest-expiring lots first, telling the
                                                                      *> nurse which box to open.
           MOVE WS-MS-QTY TO WS-ML-REMAIN
           MOVE ZERO TO WS-DL-LOT-COUNT
           PERFORM UNTIL WS-ML-REMAIN = ZERO
               PERFORM FIND-EARLIEST-LOT
               IF WS-ML-BEST-FOUND NOT = "Y"
                       DISPLAY "Open lot " ML-LOT-NUMBER
                           " (expires " ML-EXPIRY-DATE ") -- take "
                           WS-ML-DRAW "."
                       IF WS-DL-LOT-COUNT < 10                        *> Remembered for the dispense register.
                           ADD 1 TO WS-DL-LOT-COUNT
                           MOVE ML-LOT-NUMBER
                               TO WS-DL-LOT-NUM(WS-DL-LOT-COUNT)
                           MOVE WS-ML-DRAW
                               TO WS-DL-LOT-QTY(WS-DL-LOT-COUNT)
                       END-IF
               END-READ
           END-IF
           CLOSE MED-LOT-FILE
           SUBTRACT WS-ML-DRAW FROM WS-ML-REMAIN.

       WRITE-DISPENSE-LOG.                                           *> Register lines for the WS-MS-QTY units of
                                                                      *> WS-MEDICATION-NAME just taken out -- one per
                                                                      *> lot drawn, plus one for any untracked units.
                                                                      *> WS-DL-SOURCE says which door.
           PERFORM FORMAT-TODAY-SLASHED
           ACCEPT WS-VH-TIME-RAW FROM TIME
           OPEN EXTEND DISPENSE-LOG-FILE
           IF WS-DL-STATUS = "35"                                     *> File does not exist yet -- create it.
               OPEN OUTPUT DISPENSE-LOG-FILE
           END-IF
           MOVE WS-MS-QTY TO WS-DL-UNTRACKED
           MOVE ZERO TO WS-DY-UNITS
           MOVE 1 TO WS-DL-LOT-IDX
           PERFORM UNTIL WS-DL-LOT-IDX > WS-DL-LOT-COUNT
               PERFORM BUILD-DISPENSE-LINE
               MOVE WS-DL-LOT-QTY(WS-DL-LOT-IDX) TO DL-QTY
               MOVE WS-DL-LOT-NUM(WS-DL-LOT-IDX) TO DL-LOT-NUMBER
               WRITE DISPENSE-LOG-RECORD
               ADD DL-QTY TO WS-DY-UNITS
               IF WS-DL-LOT-QTY(WS-DL-LOT-IDX) < WS-DL-UNTRACKED
                   SUBTRACT WS-DL-LOT-QTY(WS-DL-LOT-IDX)
                       FROM WS-DL-UNTRACKED
               ELSE
                   MOVE ZERO TO WS-DL-UNTRACKED
               END-IF
               ADD 1 TO WS-DL-LOT-IDX
           END-PERFORM
           IF WS-DL-UNTRACKED > ZERO
               PERFORM BUILD-DISPENSE-LINE
               MOVE WS-DL-UNTRACKED   TO DL-QTY
               MOVE WS-DL-LOT-DEFAULT TO DL-LOT-NUMBER                *> Blank unless the nurse named the lot.
               WRITE DISPENSE-LOG-RECORD
               ADD DL-QTY TO WS-DY-UNITS
           END-IF
           CLOSE DISPENSE-LOG-FILE
           MOVE WS-TODAY-SLASHED TO WS-DY-DATE
           MOVE "D" TO WS-DY-KIND
           PERFORM POST-DAILY-STAT
           MOVE ZERO TO WS-DL-LOT-COUNT.

       BUILD-DISPENSE-LINE.                                          *> The fields every register line shares.
           MOVE SPACES TO DISPENSE-LOG-RECORD
           MOVE WS-TODAY-SLASHED    TO DL-DATE
           MOVE WS-VH-TIME-RAW(1:2) TO DL-TIME(1:2)
           MOVE ":"                 TO DL-TIME(3:1)
           MOVE WS-VH-TIME-RAW(3:2) TO DL-TIME(4:2)
           IF WS-DL-SOURCE = "V"
               MOVE STUDENT-NUMBER    TO DL-STUDENT-NUMBER           *> Visits have the patient record in hand.
               MOVE WS-LB-DOSE        TO DL-DOSE
               MOVE WS-LB-FREQUENCY   TO DL-FREQUENCY
               MOVE WS-LB-WARNING     TO DL-WARNING
           ELSE
               MOVE WS-STUDENT-NUMBER TO DL-STUDENT-NUMBER
           END-IF
           MOVE WS-MEDICATION-NAME  TO DL-ITEM-NAME
           MOVE WS-DL-SOURCE        TO DL-SOURCE
           MOVE WS-CURRENT-USER     TO DL-GIVEN-BY.

       PURCHASING-MENU.                                              *> Suppliers, purchase orders raised off the
                                                                      *> reorder list, and the delivery checks.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      SUPPLIERS AND PURCHASE ORDERS"
           DISPLAY FRA-ME
           DISPLAY "1) Add/update supplier"
           DISPLAY "2) List suppliers"
           DISPLAY "3) Raise PO from the reorder list"
           DISPLAY "4) View a purchase order"
           DISPLAY "5) Close short / cancel a PO line"
           DISPLAY "6) Delivery discrepancy / overdue PO report"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-PO-CHOICE
           EVALUATE WS-PO-CHOICE
               WHEN "1"
                   PERFORM ADD-SUPPLIER
               WHEN "2"
                   PERFORM LIST-SUPPLIERS
               WHEN "3"
                   PERFORM RAISE-PURCHASE-ORDER
               WHEN "4"
                   DISPLAY "PO number: " WITH NO ADVANCING
                   ACCEPT WS-PO-NUMBER
                   PERFORM SHOW-PURCHASE-ORDER
               WHEN "5"
                   PERFORM CLOSE-PO-LINE
               WHEN "6"
                   MOVE "PODISC" TO WS-RO-NAME
                   MOVE "DELIVERY DISCREPANCY / OVERDUE PO REPORT"
                       TO WS-RO-TITLE
                   PERFORM OPEN-REPORT-OUTPUT
                   PERFORM PO-DISCREPANCY-BODY
                   PERFORM CLOSE-REPORT-OUTPUT
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-PO-CHOICE NOT = "x" AND WS-PO-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM PURCHASING-MENU
           END-IF.

       ADD-SUPPLIER.                                                 *> Create or overwrite one supplier row.
           OPEN I-O SUPPLIER-FILE
           IF WS-SP-FILE-STATUS = "35"                                *> File does not exist yet -- create it.
               OPEN OUTPUT SUPPLIER-FILE
           END-IF
           DISPLAY "Supplier code (up to 6 characters): "
               WITH NO ADVANCING
           ACCEPT WS-SP-CODE
           DISPLAY "Business name: " WITH NO ADVANCING
           ACCEPT SP-NAME
           DISPLAY "Contact person: " WITH NO ADVANCING
           ACCEPT SP-CONTACT
           DISPLAY "Phone: " WITH NO ADVANCING
           ACCEPT SP-PHONE
           DISPLAY "E-mail: " WITH NO ADVANCING
           ACCEPT SP-EMAIL
           DISPLAY "Usual lead time in days: " WITH NO ADVANCING
           ACCEPT SP-LEAD-DAYS
           MOVE WS-SP-CODE TO SP-CODE
           WRITE SUPPLIER-RECORD
               INVALID KEY
                   DISPLAY "That supplier is already on file"
                   DISPLAY "-- overwriting it."
                   REWRITE SUPPLIER-RECORD
           END-WRITE
           CLOSE SUPPLIER-FILE
           MOVE SPACES       TO STUDENT-NUMBER
           MOVE "SUPPLIER"   TO WS-AUDIT-FIELD-NAME
           MOVE WS-SP-CODE   TO WS-AUDIT-OLD-VALUE
           MOVE SP-NAME      TO WS-AUDIT-NEW-VALUE
           PERFORM APPEND-AUDIT-LOG
           DISPLAY "Supplier saved.".

       LIST-SUPPLIERS.                                               *> Every supplier in code order.
           MOVE ZERO TO WS-SP-COUNT
           OPEN INPUT SUPPLIER-FILE
           IF WS-SP-FILE-STATUS = "35"
               DISPLAY "No suppliers on file yet."
           ELSE
               MOVE "N" TO WS-PO-EOF-FLAG
               PERFORM UNTIL WS-PO-EOF-FLAG = "Y"
                   READ SUPPLIER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-PO-EOF-FLAG
                   END-READ
                   IF WS-PO-EOF-FLAG NOT = "Y"
                       ADD 1 TO WS-SP-COUNT
                       DISPLAY SP-CODE " " SP-NAME " " SP-PHONE
                           " (" SP-LEAD-DAYS " days)"
                       DISPLAY "       " SP-CONTACT " " SP-EMAIL
                   END-IF
               END-PERFORM
           END-IF
           CLOSE SUPPLIER-FILE
           DISPLAY "Suppliers on file: " WS-SP-COUNT.

       GET-NEXT-PO-NUMBER.                                           *> PO numbers live in the same counter file as
                                                                      *> Patient IDs, under their own "5" counter row.
           OPEN I-O ID-COUNTER-FILE
           IF WS-ID-COUNTER-FILE-STATUS = "35"
               OPEN OUTPUT ID-COUNTER-FILE
               MOVE 1 TO WS-PO-NUMBER
               MOVE "5" TO IC-KEY
               MOVE WS-PO-NUMBER TO IC-NEXT-ID
               WRITE ID-COUNTER-RECORD
           ELSE
               MOVE "5" TO IC-KEY
               READ ID-COUNTER-FILE
                   KEY IS IC-KEY
                   INVALID KEY
                       MOVE 1 TO WS-PO-NUMBER
                       MOVE "5" TO IC-KEY
                       MOVE WS-PO-NUMBER TO IC-NEXT-ID
                       WRITE ID-COUNTER-RECORD
                   NOT INVALID KEY
                       COMPUTE WS-PO-NUMBER = IC-NEXT-ID + 1
                       MOVE WS-PO-NUMBER TO IC-NEXT-ID
                       REWRITE ID-COUNTER-RECORD
               END-READ
           END-IF
           CLOSE ID-COUNTER-FILE.

       RAISE-PURCHASE-ORDER.                                         *> Walk the cabinet the way MED-REORDER-REPORT
                                                                      *> does and turn each item at or below its
                                                                      *> reorder level into a line on one new PO.
           DISPLAY "Supplier code: " WITH NO ADVANCING
           ACCEPT WS-SP-CODE
           MOVE "N" TO WS-PO-FOUND
           OPEN INPUT SUPPLIER-FILE
           IF WS-SP-FILE-STATUS NOT = "35"
               MOVE WS-SP-CODE TO SP-CODE
               READ SUPPLIER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PO-FOUND
                       MOVE SP-LEAD-DAYS TO WS-SP-LEAD-DAYS
                       DISPLAY "Ordering from " SP-NAME
               END-READ
           END-IF
           CLOSE SUPPLIER-FILE
           IF WS-PO-FOUND NOT = "Y"
               DISPLAY "No supplier with that code -- add it first."
           ELSE
               PERFORM FORMAT-TODAY-SLASHED
               DISPLAY "Expected delivery [YYYY/MM/DD, blank ="
               DISPLAY "today plus the supplier's lead time]: "
                   WITH NO ADVANCING
               ACCEPT WS-PO-EXPECTED
               IF WS-PO-EXPECTED = SPACES
                   MOVE WS-TODAY-SLASHED TO WS-AD-DATE
                   PERFORM WS-SP-LEAD-DAYS TIMES
                       PERFORM ADD-ONE-DAY
                   END-PERFORM
                   MOVE WS-AD-DATE TO WS-PO-EXPECTED
               END-IF
               PERFORM BUILD-PO-FROM-REORDER
           END-IF.

       BUILD-PO-FROM-REORDER.                                        *> One PO line per flagged item the nurse keeps.
                                                                      *> The PO number is only drawn once the first
                                                                      *> line is confirmed, so a PO with no lines
                                                                      *> never uses up a number.
           MOVE ZERO TO WS-PO-NUMBER
           MOVE ZERO TO WS-PO-LINE
           MOVE ZERO TO WS-PO-TOTAL
           OPEN INPUT MED-STOCK-FILE
           IF WS-MS-FILE-STATUS = "35"
               DISPLAY "No stock items on file yet."
           ELSE
               MOVE "N" TO WS-MS-EOF-FLAG
               PERFORM UNTIL WS-MS-EOF-FLAG = "Y"
                   READ MED-STOCK-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MS-EOF-FLAG
                   END-READ
                   IF WS-MS-EOF-FLAG NOT = "Y"
                       IF MS-ON-HAND <= MS-REORDER-LEVEL
                           PERFORM OFFER-PO-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE MED-STOCK-FILE
           IF WS-PO-LINE = ZERO
               DISPLAY "No lines ordered -- no PO raised."
           ELSE
               MOVE WS-PO-TOTAL TO WS-PO-TOTAL-ED
               DISPLAY FRA-ME
               DISPLAY "PO " WS-PO-NUMBER " raised: " WS-PO-LINE
                   " line(s), total P" WS-PO-TOTAL-ED
               MOVE SPACES          TO STUDENT-NUMBER
               MOVE "PURCHASE ORDER" TO WS-AUDIT-FIELD-NAME
               MOVE WS-SP-CODE      TO WS-AUDIT-OLD-VALUE
               MOVE SPACES          TO WS-AUDIT-NEW-VALUE
               MOVE WS-PO-NUMBER    TO WS-AUDIT-NEW-VALUE(1:7)
               PERFORM APPEND-AUDIT-LOG
           END-IF.

       OFFER-PO-LINE.                                                *> Suggest enough to bring the item back up to
                                                                      *> twice its reorder level; 0 skips the item.
           MOVE MS-ITEM-NAME TO WS-MS-ITEM
           PERFORM FIND-OPEN-PO-FOR-ITEM
           DISPLAY FRA-ME
           DISPLAY MS-ITEM-NAME " -- " MS-ON-HAND " " MS-UNIT
               " on hand, reorder at " MS-REORDER-LEVEL
           IF WS-PO-ON-ORDER = "Y"
               DISPLAY "(Already on open PO " WS-PO-ON-ORDER-NUM ")"
           END-IF
           IF MS-REORDER-LEVEL * 2 > MS-ON-HAND
               COMPUTE WS-PO-SUGGESTED =
                   MS-REORDER-LEVEL * 2 - MS-ON-HAND
           ELSE
               MOVE ZERO TO WS-PO-SUGGESTED
           END-IF
           DISPLAY "Suggested quantity: " WS-PO-SUGGESTED
           DISPLAY "Quantity to order [0 = skip]: " WITH NO ADVANCING
           ACCEPT WS-PO-QTY
           IF WS-PO-QTY > ZERO
               IF WS-PO-NUMBER = ZERO
                   PERFORM GET-NEXT-PO-NUMBER
               END-IF
               ADD 1 TO WS-PO-LINE
               OPEN I-O PURCH-ORDER-FILE
               IF WS-PO-FILE-STATUS = "35"                            *> File does not exist yet -- create it.
                   OPEN OUTPUT PURCH-ORDER-FILE
               END-IF
               MOVE WS-PO-NUMBER     TO PO-NUMBER
               MOVE WS-PO-LINE       TO PO-LINE
               MOVE WS-SP-CODE       TO PO-SUPPLIER-CODE
               MOVE MS-ITEM-NAME     TO PO-ITEM-NAME
               MOVE WS-PO-QTY        TO PO-QTY-ORDERED
               MOVE MS-UNIT-COST     TO PO-UNIT-COST
               MOVE WS-TODAY-SLASHED TO PO-ORDER-DATE
               MOVE WS-PO-EXPECTED   TO PO-EXPECTED-DATE
               MOVE ZERO             TO PO-QTY-RECEIVED
               MOVE "O"              TO PO-STATUS
               MOVE WS-CURRENT-USER  TO PO-ORDERED-BY
               WRITE PURCH-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "PO line already on file -- check"
                       DISPLAY "the PO counter row."
               END-WRITE
               CLOSE PURCH-ORDER-FILE
               COMPUTE WS-PO-LINE-COST = WS-PO-QTY * MS-UNIT-COST
               ADD WS-PO-LINE-COST TO WS-PO-TOTAL
           END-IF.

       FIND-OPEN-PO-FOR-ITEM.                                        *> Is WS-MS-ITEM already on an open PO line?
           MOVE "N"  TO WS-PO-ON-ORDER
           MOVE ZERO TO WS-PO-ON-ORDER-NUM
           OPEN INPUT PURCH-ORDER-FILE
           IF WS-PO-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-PO-EOF-FLAG
               PERFORM UNTIL WS-PO-EOF-FLAG = "Y"
                   READ PURCH-ORDER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-PO-EOF-FLAG
                   END-READ
                   IF WS-PO-EOF-FLAG NOT = "Y"
                       IF PO-ITEM-NAME = WS-MS-ITEM
                               AND PO-STATUS = "O"
                           MOVE "Y" TO WS-PO-ON-ORDER
                           MOVE PO-NUMBER TO WS-PO-ON-ORDER-NUM
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PURCH-ORDER-FILE.

       SHOW-PURCHASE-ORDER.                                          *> Every line of PO WS-PO-NUMBER, with what has
                                                                      *> arrived against each so far.
           MOVE ZERO TO WS-PO-COUNT
           MOVE ZERO TO WS-PO-TOTAL
           OPEN INPUT PURCH-ORDER-FILE
           IF WS-PO-FILE-STATUS = "35"
               DISPLAY "No purchase orders on file yet."
           ELSE
               MOVE WS-PO-NUMBER TO PO-NUMBER
               MOVE ZERO         TO PO-LINE
               MOVE "N" TO WS-PO-EOF-FLAG
               START PURCH-ORDER-FILE
                   KEY IS NOT LESS THAN PO-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-PO-EOF-FLAG
               END-START
               PERFORM UNTIL WS-PO-EOF-FLAG = "Y"
                   READ PURCH-ORDER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-PO-EOF-FLAG
                   END-READ
                   IF WS-PO-EOF-FLAG NOT = "Y"
                       IF PO-NUMBER NOT = WS-PO-NUMBER
                           MOVE "Y" TO WS-PO-EOF-FLAG
                       ELSE
                           IF WS-PO-COUNT = ZERO
                               DISPLAY FRA-ME
                               DISPLAY "PO " PO-NUMBER " supplier "
                                   PO-SUPPLIER-CODE " raised "
                                   PO-ORDER-DATE " by " PO-ORDERED-BY
                               DISPLAY "Expected " PO-EXPECTED-DATE
                               DISPLAY FRA-ME
                           END-IF
                           ADD 1 TO WS-PO-COUNT
                           COMPUTE WS-PO-LINE-COST =
                               PO-QTY-ORDERED * PO-UNIT-COST
                           ADD WS-PO-LINE-COST TO WS-PO-TOTAL
                           DISPLAY PO-LINE " " PO-ITEM-NAME
                               " ordered " PO-QTY-ORDERED
                               " received " PO-QTY-RECEIVED
                               " [" PO-STATUS "]"
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PURCH-ORDER-FILE
           IF WS-PO-COUNT = ZERO
               DISPLAY "No lines on file for PO " WS-PO-NUMBER "."
           ELSE
               MOVE WS-PO-TOTAL TO WS-PO-TOTAL-ED
               DISPLAY FRA-ME
               DISPLAY "Order value: P" WS-PO-TOTAL-ED
               DISPLAY "Status: O open, C complete, S closed short,"
               DISPLAY "X cancelled."
           END-IF.

       CLOSE-PO-LINE.                                                *> The supplier has said the rest is not coming,
                                                                      *> or the line was raised in error.
           DISPLAY "PO number: " WITH NO ADVANCING
           ACCEPT WS-PO-NUMBER
           DISPLAY "Line: " WITH NO ADVANCING
           ACCEPT WS-PO-LINE
           OPEN I-O PURCH-ORDER-FILE
           IF WS-PO-FILE-STATUS = "35"
               DISPLAY "No purchase orders on file yet."
           ELSE
               MOVE WS-PO-NUMBER TO PO-NUMBER
               MOVE WS-PO-LINE   TO PO-LINE
               READ PURCH-ORDER-FILE
                   INVALID KEY
                       DISPLAY "No such PO line."
                   NOT INVALID KEY
                       IF PO-STATUS NOT = "O"
                           DISPLAY "That line is already closed ["
                               PO-STATUS "]."
                       ELSE
                           DISPLAY PO-ITEM-NAME " ordered "
                               PO-QTY-ORDERED " received "
                               PO-QTY-RECEIVED
                           IF PO-QTY-RECEIVED > ZERO
                               MOVE "S" TO PO-STATUS
                               DISPLAY "Closing the line short."
                           ELSE
                               MOVE "X" TO PO-STATUS
                               DISPLAY "Nothing received -- the line"
                               DISPLAY "is cancelled."
                           END-IF
                           REWRITE PURCH-ORDER-RECORD
                           MOVE SPACES        TO STUDENT-NUMBER
                           MOVE "PO LINE CLOSED" TO WS-AUDIT-FIELD-NAME
                           MOVE SPACES        TO WS-AUDIT-OLD-VALUE
                           MOVE PO-NUMBER     TO WS-AUDIT-OLD-VALUE(1:7)
                           MOVE PO-LINE       TO WS-AUDIT-OLD-VALUE(9:2)
                           MOVE PO-STATUS     TO WS-AUDIT-NEW-VALUE
                           PERFORM APPEND-AUDIT-LOG
                       END-IF
               END-READ
           END-IF
           CLOSE PURCH-ORDER-FILE.

       MATCH-PO-RECEIPT.                                             *> Put the delivery of WS-MS-QTY units of
                                                                      *> WS-MS-ITEM against the open line for that item
                                                                      *> on the PO the nurse names, and say how it sits
                                                                      *> against the order. The outcome is left in
                                                                      *> WS-RX-MATCH for the receipt row.
           MOVE ZERO TO WS-RX-PO-NUMBER
           MOVE ZERO TO WS-RX-PO-LINE
           MOVE "U"  TO WS-RX-MATCH
           DISPLAY "Purchase order number [0 = none]: "
               WITH NO ADVANCING
           ACCEPT WS-PO-NUMBER
           IF WS-PO-NUMBER = ZERO
               DISPLAY "** No PO -- delivery recorded as UNORDERED."
           ELSE
               MOVE "N" TO WS-PO-FOUND
               OPEN I-O PURCH-ORDER-FILE
               IF WS-PO-FILE-STATUS NOT = "35"
                   MOVE WS-PO-NUMBER TO PO-NUMBER
                   MOVE ZERO         TO PO-LINE
                   MOVE "N" TO WS-PO-EOF-FLAG
                   START PURCH-ORDER-FILE
                       KEY IS NOT LESS THAN PO-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-PO-EOF-FLAG
                   END-START
                   PERFORM UNTIL WS-PO-EOF-FLAG = "Y"
                       READ PURCH-ORDER-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-PO-EOF-FLAG
                       END-READ
                       IF WS-PO-EOF-FLAG NOT = "Y"
                           IF PO-NUMBER NOT = WS-PO-NUMBER
                               MOVE "Y" TO WS-PO-EOF-FLAG
                           ELSE
                               IF PO-ITEM-NAME = WS-MS-ITEM
                                       AND PO-STATUS = "O"
                                   MOVE "Y" TO WS-PO-FOUND
                                   MOVE "Y" TO WS-PO-EOF-FLAG
                                   PERFORM POST-PO-RECEIPT
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE PURCH-ORDER-FILE
               IF WS-PO-FOUND NOT = "Y"
                   DISPLAY "** No open line for that item on PO "
                       WS-PO-NUMBER
                   DISPLAY "** -- delivery recorded as UNORDERED."
               END-IF
           END-IF.

       POST-PO-RECEIPT.                                              *> PURCH-ORDER-FILE is open I-O with the line read.
           ADD WS-MS-QTY TO PO-QTY-RECEIVED
           MOVE PO-NUMBER TO WS-RX-PO-NUMBER
           MOVE PO-LINE   TO WS-RX-PO-LINE
           COMPUTE WS-PO-DIFF = PO-QTY-RECEIVED - PO-QTY-ORDERED
           MOVE WS-PO-DIFF TO WS-PO-DIFF-ED
           EVALUATE TRUE
               WHEN PO-QTY-RECEIVED > PO-QTY-ORDERED
                   MOVE "O" TO WS-RX-MATCH
                   MOVE "C" TO PO-STATUS
                   DISPLAY "** OVER-DELIVERED by " WS-PO-DIFF-ED
                       " against PO " PO-NUMBER " line " PO-LINE
               WHEN PO-QTY-RECEIVED = PO-QTY-ORDERED
                   MOVE "M" TO WS-RX-MATCH
                   MOVE "C" TO PO-STATUS
                   DISPLAY "PO " PO-NUMBER " line " PO-LINE
                       " received in full."
               WHEN OTHER
                   MOVE "M" TO WS-RX-MATCH
                   DISPLAY "PO " PO-NUMBER " line " PO-LINE
                       " still short by " WS-PO-DIFF-ED "."
                   DISPLAY "Is this the last delivery the supplier"
                   DISPLAY "will send for it? [Y/N]: "
                       WITH NO ADVANCING
                   ACCEPT WS-PO-FINAL
                   IF WS-PO-FINAL = "Y" OR WS-PO-FINAL = "y"
                       MOVE "S" TO WS-RX-MATCH
                       MOVE "S" TO PO-STATUS
                       DISPLAY "** Line closed SHORT."
                   END-IF
           END-EVALUATE
           REWRITE PURCH-ORDER-RECORD.

       WRITE-STOCK-RECEIPT.                                          *> One receipt row for the delivery just taken
                                                                      *> in -- item, lot and the PO it came in on.
           PERFORM FORMAT-TODAY-SLASHED
           PERFORM GET-CLOCK-HHMM
           OPEN I-O STOCK-RECEIPT-FILE
           IF WS-RX-FILE-STATUS = "35"                                *> File does not exist yet -- create it.
               OPEN OUTPUT STOCK-RECEIPT-FILE
           END-IF
           MOVE WS-MS-ITEM       TO RX-ITEM-NAME
           MOVE WS-ML-LOT        TO RX-LOT-NUMBER
           MOVE WS-TODAY-SLASHED TO RX-RECEIVED-DATE
           MOVE WS-VH-TIME-SLOT  TO RX-RECEIVED-TIME
           MOVE WS-MS-QTY        TO RX-QTY
           MOVE WS-RX-PO-NUMBER  TO RX-PO-NUMBER
           MOVE WS-RX-PO-LINE    TO RX-PO-LINE
           MOVE WS-RX-MATCH      TO RX-MATCH
           MOVE WS-CURRENT-USER  TO RX-RECEIVED-BY
           WRITE STOCK-RECEIPT-RECORD
               INVALID KEY
                   DISPLAY "(A receipt for this item and lot was"
                   DISPLAY "already logged this minute -- not"
                   DISPLAY "logged twice.)"
           END-WRITE
           CLOSE STOCK-RECEIPT-FILE.

       SHOW-LOT-RECEIPTS.                                            *> The deliveries that built up lot ML-LOT-NUMBER
                                                                      *> of ML-ITEM-NAME, and the PO each came in on.
           OPEN INPUT STOCK-RECEIPT-FILE
           IF WS-RX-FILE-STATUS NOT = "35"
               MOVE ML-ITEM-NAME  TO RX-ITEM-NAME
               MOVE ML-LOT-NUMBER TO RX-LOT-NUMBER
               MOVE LOW-VALUE     TO RX-RECEIVED-DATE
               MOVE LOW-VALUE     TO RX-RECEIVED-TIME
               MOVE "N" TO WS-RX-EOF-FLAG
               START STOCK-RECEIPT-FILE
                   KEY IS NOT LESS THAN RX-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-RX-EOF-FLAG
               END-START
               PERFORM UNTIL WS-RX-EOF-FLAG = "Y"
                   READ STOCK-RECEIPT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-RX-EOF-FLAG
                   END-READ
                   IF WS-RX-EOF-FLAG NOT = "Y"
                       IF RX-ITEM-NAME NOT = ML-ITEM-NAME
                               OR RX-LOT-NUMBER NOT = ML-LOT-NUMBER
                           MOVE "Y" TO WS-RX-EOF-FLAG
                       ELSE
                           IF RX-PO-NUMBER = ZERO
                               DISPLAY "      received "
                                   RX-RECEIVED-DATE " qty " RX-QTY
                                   " -- no PO"
                           ELSE
                               DISPLAY "      received "
                                   RX-RECEIVED-DATE " qty " RX-QTY
                                   " on PO "
                                   RX-PO-NUMBER " line " RX-PO-LINE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE STOCK-RECEIPT-FILE.

       PO-DISCREPANCY-BODY.                                          *> Short, over and unordered deliveries, and POs
                                                                      *> still open past their expected date.
           PERFORM FORMAT-TODAY-SLASHED
           MOVE ZERO TO WS-PO-SHORT-COUNT
           MOVE ZERO TO WS-PO-OVER-COUNT
           MOVE ZERO TO WS-PO-LATE-COUNT
           MOVE ZERO TO WS-PO-UNORDERED-COUNT
           OPEN INPUT PURCH-ORDER-FILE
           IF WS-PO-FILE-STATUS = "35"
               MOVE "No purchase orders on file yet." TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-PO-EOF-FLAG
               PERFORM UNTIL WS-PO-EOF-FLAG = "Y"
                   READ PURCH-ORDER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-PO-EOF-FLAG
                   END-READ
                   IF WS-PO-EOF-FLAG NOT = "Y"
                       PERFORM CHECK-ONE-PO-LINE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PURCH-ORDER-FILE
           OPEN INPUT STOCK-RECEIPT-FILE
           IF WS-RX-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-RX-EOF-FLAG
               PERFORM UNTIL WS-RX-EOF-FLAG = "Y"
                   READ STOCK-RECEIPT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-RX-EOF-FLAG
                   END-READ
                   IF WS-RX-EOF-FLAG NOT = "Y"
                       IF RX-MATCH = "U"
                           ADD 1 TO WS-PO-UNORDERED-COUNT
                           MOVE SPACES TO WS-RO-LINE
                           STRING "UNORDERED  " RX-RECEIVED-DATE " "
                               RX-ITEM-NAME " lot " RX-LOT-NUMBER
                               " qty " RX-QTY " by " RX-RECEIVED-BY
                               DELIMITED BY SIZE INTO WS-RO-LINE
                           PERFORM EMIT-REPORT-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE STOCK-RECEIPT-FILE
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Short lines: " WS-PO-SHORT-COUNT
               "   Over-delivered: " WS-PO-OVER-COUNT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Overdue open lines: " WS-PO-LATE-COUNT
               "   Unordered deliveries: " WS-PO-UNORDERED-COUNT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       CHECK-ONE-PO-LINE.                                            *> Classify one PO line for the report.
           COMPUTE WS-PO-DIFF = PO-QTY-RECEIVED - PO-QTY-ORDERED
           MOVE WS-PO-DIFF TO WS-PO-DIFF-ED
           IF PO-QTY-RECEIVED > PO-QTY-ORDERED
               ADD 1 TO WS-PO-OVER-COUNT
               MOVE SPACES TO WS-RO-LINE
               STRING "OVER       PO " PO-NUMBER "-" PO-LINE " "
                   PO-ITEM-NAME " ordered " PO-QTY-ORDERED
                   " received " PO-QTY-RECEIVED " (" WS-PO-DIFF-ED ")"
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF PO-STATUS = "S"
               ADD 1 TO WS-PO-SHORT-COUNT
               MOVE SPACES TO WS-RO-LINE
               STRING "SHORT      PO " PO-NUMBER "-" PO-LINE " "
                   PO-ITEM-NAME " ordered " PO-QTY-ORDERED
                   " received " PO-QTY-RECEIVED " (" WS-PO-DIFF-ED ")"
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF PO-STATUS = "O"
                   AND PO-EXPECTED-DATE < WS-TODAY-SLASHED
               ADD 1 TO WS-PO-LATE-COUNT
               MOVE SPACES TO WS-RO-LINE
               STRING "OVERDUE    PO " PO-NUMBER "-" PO-LINE " "
                   PO-ITEM-NAME " due " PO-EXPECTED-DATE
                   " from " PO-SUPPLIER-CODE " received "
                   PO-QTY-RECEIVED "/" PO-QTY-ORDERED
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       MED-CONSUMPTION-REPORT.                                       *> Units and pesos used per item per month, off
                                                                      *> the dispense register, for the budget.
           MOVE SPACES TO WS-MC-END-MONTH
           DISPLAY "Last month to report [YYYY/MM, Enter = this"
               " month]: " WITH NO ADVANCING
           ACCEPT WS-MC-END-MONTH
           IF WS-MC-END-MONTH = SPACES
               PERFORM FORMAT-TODAY-SLASHED
               MOVE WS-TODAY-SLASHED(1:7) TO WS-MC-END-MONTH
           END-IF
           MOVE ZERO TO WS-MC-SPAN
           DISPLAY "Months to cover [1-12, Enter = 6]: "
               WITH NO ADVANCING
           ACCEPT WS-MC-SPAN
           IF WS-MC-SPAN = ZERO OR WS-MC-SPAN > 12
               MOVE 6 TO WS-MC-SPAN
           END-IF
           IF WS-MC-END-MONTH(1:4) IS NOT NUMERIC
                   OR WS-MC-END-MONTH(6:2) IS NOT NUMERIC
                   OR WS-MC-END-MONTH(6:2) < "01"
                   OR WS-MC-END-MONTH(6:2) > "12"
               DISPLAY "Month must be YYYY/MM."
           ELSE
               MOVE "MEDCOST" TO WS-RO-NAME
               MOVE "MEDICINE CONSUMPTION AND COST REPORT"
                   TO WS-RO-TITLE
               PERFORM OPEN-REPORT-OUTPUT
               PERFORM MED-CONSUMPTION-BODY
               PERFORM CLOSE-REPORT-OUTPUT
           END-IF.

       MED-CONSUMPTION-BODY.                                         *> Tally the register, then print per item, per
                                                                      *> condition and per Course/Section.
           MOVE WS-MC-END-MONTH(1:4) TO WS-MC-YM-YEAR
           MOVE WS-MC-END-MONTH(6:2) TO WS-MC-YM-MONTH
           MOVE WS-MC-SPAN TO WS-MC-MON-IDX                          *> Fill the month table oldest first.
           PERFORM UNTIL WS-MC-MON-IDX = ZERO
               MOVE WS-MC-YM TO WS-MC-MONTH(WS-MC-MON-IDX)
               IF WS-MC-YM-MONTH = 1
                   MOVE 12 TO WS-MC-YM-MONTH
                   SUBTRACT 1 FROM WS-MC-YM-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-MC-YM-MONTH
               END-IF
               SUBTRACT 1 FROM WS-MC-MON-IDX
           END-PERFORM
           MOVE ZERO TO WS-MC-ITEM-COUNT
           MOVE ZERO TO WS-MC-CND-COUNT
           MOVE ZERO TO WS-MC-SEC-COUNT
           MOVE ZERO TO WS-MC-GRAND-COST
           MOVE ZERO TO WS-MC-GRAND-UNITS
           MOVE ZERO TO WS-MC-LINES
           MOVE SPACES TO WS-RO-LINE
           STRING "Months " WS-MC-MONTH(1) " to "
               WS-MC-MONTH(WS-MC-SPAN)
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           OPEN INPUT DISPENSE-LOG-FILE
           IF WS-DL-STATUS = "35"
               MOVE "No dispensing on the register yet." TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
                                                                      *> Stock, patient and visit files stay open
                                                                      *> for the lookups on every register line.
               MOVE "N" TO WS-MC-MS-OPEN
               MOVE "N" TO WS-MC-PT-OPEN
               MOVE "N" TO WS-MC-VH-OPEN
               OPEN INPUT MED-STOCK-FILE
               IF WS-MS-FILE-STATUS NOT = "35"
                   MOVE "Y" TO WS-MC-MS-OPEN
               END-IF
               OPEN INPUT PATIENT-FILE
               IF WS-FILE-STATUS NOT = "35"
                   MOVE "Y" TO WS-MC-PT-OPEN
               END-IF
               OPEN INPUT VISIT-HISTORY-FILE
               IF WS-VH-FILE-STATUS NOT = "35"
                   MOVE "Y" TO WS-MC-VH-OPEN
               END-IF
               MOVE "N" TO WS-DL-EOF-FLAG
               PERFORM UNTIL WS-DL-EOF-FLAG = "Y"
                   READ DISPENSE-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-DL-EOF-FLAG
                   END-READ
                   IF WS-DL-EOF-FLAG NOT = "Y"
                       IF DL-DATE(1:7) NOT < WS-MC-MONTH(1)
                               AND DL-DATE(1:7)
                                   NOT > WS-MC-MONTH(WS-MC-SPAN)
                           PERFORM TALLY-DISPENSE-LINE
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM EMIT-CONSUMPTION-ITEMS
               PERFORM EMIT-CONSUMPTION-BREAKDOWN
               CLOSE MED-STOCK-FILE
               CLOSE PATIENT-FILE
               CLOSE VISIT-HISTORY-FILE
           END-IF
           CLOSE DISPENSE-LOG-FILE.

       TALLY-DISPENSE-LINE.                                          *> Put one register line into the item, condition
                                                                      *> and section tables.
           ADD 1 TO WS-MC-LINES
           MOVE 1 TO WS-MC-MON-IDX
           PERFORM UNTIL WS-MC-MON-IDX >= WS-MC-SPAN
                   OR WS-MC-MONTH(WS-MC-MON-IDX) = DL-DATE(1:7)
               ADD 1 TO WS-MC-MON-IDX
           END-PERFORM
           MOVE ZERO TO WS-MC-UNIT-COST
           IF WS-MC-MS-OPEN = "Y"
               MOVE DL-ITEM-NAME TO MS-ITEM-NAME
               READ MED-STOCK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MS-UNIT-COST TO WS-MC-UNIT-COST
               END-READ
           END-IF
           COMPUTE WS-MC-LINE-COST = DL-QTY * WS-MC-UNIT-COST
           ADD DL-QTY TO WS-MC-GRAND-UNITS
           ADD WS-MC-LINE-COST TO WS-MC-GRAND-COST
                                                                      *> Item row.
           MOVE "N" TO WS-MC-FOUND
           MOVE 1 TO WS-MC-IDX
           PERFORM UNTIL WS-MC-IDX > WS-MC-ITEM-COUNT
                   OR WS-MC-FOUND = "Y"
               IF WS-MC-ITEM-NAME(WS-MC-IDX) = DL-ITEM-NAME
                   MOVE "Y" TO WS-MC-FOUND
               ELSE
                   ADD 1 TO WS-MC-IDX
               END-IF
           END-PERFORM
           IF WS-MC-FOUND NOT = "Y"
                   AND WS-MC-ITEM-COUNT < 200
               ADD 1 TO WS-MC-ITEM-COUNT
               MOVE WS-MC-ITEM-COUNT TO WS-MC-IDX
               MOVE ZEROS TO WS-MC-ITEM-ENTRY(WS-MC-IDX)
               MOVE DL-ITEM-NAME TO WS-MC-ITEM-NAME(WS-MC-IDX)
               MOVE "Y" TO WS-MC-FOUND
           END-IF
           IF WS-MC-FOUND = "Y"
               ADD DL-QTY
                   TO WS-MC-ITEM-UNITS(WS-MC-IDX, WS-MC-MON-IDX)
               ADD DL-QTY TO WS-MC-ITEM-TOTAL(WS-MC-IDX)
               ADD WS-MC-LINE-COST TO WS-MC-ITEM-COST(WS-MC-IDX)
           END-IF
                                                                      *> Course/Section from the patient record;
                                                                      *> its condition stands in when no visit row
                                                                      *> for the day says why.
           MOVE "(not on file)" TO WS-MC-CYS
           MOVE "(not recorded)" TO WS-MC-CONDITION
           IF DL-STUDENT-NUMBER = SPACES
               MOVE "(walk-in)" TO WS-MC-CYS
           ELSE
               IF WS-MC-PT-OPEN = "Y"
                   MOVE DL-STUDENT-NUMBER TO STUDENT-NUMBER
                   READ PATIENT-FILE
                       KEY IS STUDENT-NUMBER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM MASK-HEALTH-FIELDS
                           MOVE STUDENT-CYS TO WS-MC-CYS
                           IF HEALTH-CONDITION NOT = SPACES
                               MOVE HEALTH-CONDITION
                                   TO WS-MC-CONDITION
                           END-IF
                   END-READ
               END-IF
           END-IF
           EVALUATE DL-SOURCE
               WHEN "C"
                   MOVE "Immunization campaign" TO WS-MC-CONDITION
               WHEN "V"
                   IF WS-MC-VH-OPEN = "Y"
                           AND DL-STUDENT-NUMBER NOT = SPACES
                       MOVE DL-STUDENT-NUMBER TO WS-VH-PROBE-STUDENT
                       MOVE DL-DATE           TO WS-VH-PROBE-DATE
                       PERFORM PROBE-VISIT-ON-DATE
                       IF WS-VH-PROBE-FOUND = "Y"
                           PERFORM MASK-VH-FIELDS
                           IF VH-HEALTH-CONDITION NOT = SPACES
                               MOVE VH-HEALTH-CONDITION
                                   TO WS-MC-CONDITION
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                                                                      *> Condition row.
           MOVE "N" TO WS-MC-FOUND
           MOVE 1 TO WS-MC-IDX
           PERFORM UNTIL WS-MC-IDX > WS-MC-CND-COUNT
                   OR WS-MC-FOUND = "Y"
               IF WS-MC-CND-NAME(WS-MC-IDX) = WS-MC-CONDITION
                   MOVE "Y" TO WS-MC-FOUND
               ELSE
                   ADD 1 TO WS-MC-IDX
               END-IF
           END-PERFORM
           IF WS-MC-FOUND NOT = "Y"
                   AND WS-MC-CND-COUNT < 100
               ADD 1 TO WS-MC-CND-COUNT
               MOVE WS-MC-CND-COUNT TO WS-MC-IDX
               MOVE WS-MC-CONDITION TO WS-MC-CND-NAME(WS-MC-IDX)
               MOVE ZERO TO WS-MC-CND-UNITS(WS-MC-IDX)
               MOVE ZERO TO WS-MC-CND-COST(WS-MC-IDX)
               MOVE "Y" TO WS-MC-FOUND
           END-IF
           IF WS-MC-FOUND = "Y"
               ADD DL-QTY TO WS-MC-CND-UNITS(WS-MC-IDX)
               ADD WS-MC-LINE-COST TO WS-MC-CND-COST(WS-MC-IDX)
           END-IF
                                                                      *> Course/Section row.
           MOVE "N" TO WS-MC-FOUND
           MOVE 1 TO WS-MC-IDX
           PERFORM UNTIL WS-MC-IDX > WS-MC-SEC-COUNT
                   OR WS-MC-FOUND = "Y"
               IF WS-MC-SEC-CYS(WS-MC-IDX) = WS-MC-CYS
                   MOVE "Y" TO WS-MC-FOUND
               ELSE
                   ADD 1 TO WS-MC-IDX
               END-IF
           END-PERFORM
           IF WS-MC-FOUND NOT = "Y"
                   AND WS-MC-SEC-COUNT < 100
               ADD 1 TO WS-MC-SEC-COUNT
               MOVE WS-MC-SEC-COUNT TO WS-MC-IDX
               MOVE WS-MC-CYS TO WS-MC-SEC-CYS(WS-MC-IDX)
               MOVE ZERO TO WS-MC-SEC-UNITS(WS-MC-IDX)
               MOVE ZERO TO WS-MC-SEC-COST(WS-MC-IDX)
               MOVE "Y" TO WS-MC-FOUND
           END-IF
           IF WS-MC-FOUND = "Y"
               ADD DL-QTY TO WS-MC-SEC-UNITS(WS-MC-IDX)
               ADD WS-MC-LINE-COST TO WS-MC-SEC-COST(WS-MC-IDX)
           END-IF.

       EMIT-CONSUMPTION-ITEMS.                                       *> One line per item: units by month, total,
                                                                      *> cost, and how long the shelf will last.
           IF WS-MC-SPAN < 3                                          *> "Recent rate" is the last three months
               MOVE WS-MC-SPAN TO WS-MC-RECENT                        *> of the window, or all of a shorter one.
           ELSE
               MOVE 3 TO WS-MC-RECENT
           END-IF
           MOVE SPACES TO WS-RO-LINE
           MOVE "Item" TO WS-RO-LINE(1:4)
           MOVE 1 TO WS-MC-MON-IDX
           PERFORM UNTIL WS-MC-MON-IDX > WS-MC-SPAN
               COMPUTE WS-MC-POS = 22 + (WS-MC-MON-IDX - 1) * 6
               MOVE WS-MC-MONTH(WS-MC-MON-IDX)(3:5)
                   TO WS-RO-LINE(WS-MC-POS:5)
               ADD 1 TO WS-MC-MON-IDX
           END-PERFORM
           COMPUTE WS-MC-POS = 22 + WS-MC-SPAN * 6
           MOVE " Total      Pesos OnHnd   Mos   ROL"
               TO WS-RO-LINE(WS-MC-POS:35)
           PERFORM EMIT-REPORT-LINE
           MOVE 1 TO WS-MC-IDX
           PERFORM UNTIL WS-MC-IDX > WS-MC-ITEM-COUNT
               PERFORM EMIT-ONE-CONSUMPTION-ITEM
               ADD 1 TO WS-MC-IDX
           END-PERFORM
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-MC-GRAND-COST TO WS-MC-GRAND-ED
           MOVE SPACES TO WS-RO-LINE
           STRING "Register lines: " WS-MC-LINES
               "   Units: " WS-MC-GRAND-UNITS
               "   Total cost: P" WS-MC-GRAND-ED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Mos = on hand / average monthly use over the last "
               WS-MC-RECENT " month(s); ROL = one month of that use."
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       EMIT-ONE-CONSUMPTION-ITEM.                                    *> The line for item WS-MC-IDX.
           MOVE SPACES TO WS-RO-LINE
           MOVE WS-MC-ITEM-NAME(WS-MC-IDX) TO WS-RO-LINE(1:20)
           MOVE ZERO TO WS-MC-RECENT-UNITS
           MOVE 1 TO WS-MC-MON-IDX
           PERFORM UNTIL WS-MC-MON-IDX > WS-MC-SPAN
               COMPUTE WS-MC-POS = 22 + (WS-MC-MON-IDX - 1) * 6
               MOVE WS-MC-ITEM-UNITS(WS-MC-IDX, WS-MC-MON-IDX)
                   TO WS-MC-UNITS-ED
               MOVE WS-MC-UNITS-ED TO WS-RO-LINE(WS-MC-POS:5)
               IF WS-MC-MON-IDX > WS-MC-SPAN - WS-MC-RECENT
                   ADD WS-MC-ITEM-UNITS(WS-MC-IDX, WS-MC-MON-IDX)
                       TO WS-MC-RECENT-UNITS
               END-IF
               ADD 1 TO WS-MC-MON-IDX
           END-PERFORM
           COMPUTE WS-MC-POS = 22 + WS-MC-SPAN * 6
           MOVE WS-MC-ITEM-TOTAL(WS-MC-IDX) TO WS-MC-TOTAL-ED
           MOVE WS-MC-TOTAL-ED TO WS-RO-LINE(WS-MC-POS:6)
           ADD 7 TO WS-MC-POS
           MOVE WS-MC-ITEM-COST(WS-MC-IDX) TO WS-MC-COST-ED
           MOVE WS-MC-COST-ED TO WS-RO-LINE(WS-MC-POS:10)
           ADD 11 TO WS-MC-POS
           COMPUTE WS-MC-AVG ROUNDED =
               WS-MC-RECENT-UNITS / WS-MC-RECENT
           COMPUTE WS-MC-SUGGESTED ROUNDED = WS-MC-AVG
           MOVE "N" TO WS-MC-FOUND
           IF WS-MC-MS-OPEN = "Y"
               MOVE WS-MC-ITEM-NAME(WS-MC-IDX) TO MS-ITEM-NAME
               READ MED-STOCK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MC-FOUND
               END-READ
           END-IF
           IF WS-MC-FOUND NOT = "Y"
               MOVE "not on stock file" TO WS-RO-LINE(WS-MC-POS:17)
           ELSE
               MOVE MS-ON-HAND TO WS-MC-ONHAND-ED
               MOVE WS-MC-ONHAND-ED TO WS-RO-LINE(WS-MC-POS:5)
               ADD 6 TO WS-MC-POS
               IF WS-MC-AVG = ZERO
                   MOVE "  n/a" TO WS-RO-LINE(WS-MC-POS:5)
               ELSE
                   COMPUTE WS-MC-MONTHS-LEFT =
                       MS-ON-HAND / WS-MC-AVG
                       ON SIZE ERROR
                           MOVE 999.9 TO WS-MC-MONTHS-LEFT
                   END-COMPUTE
                   MOVE WS-MC-MONTHS-LEFT TO WS-MC-MONTHS-ED
                   MOVE WS-MC-MONTHS-ED TO WS-RO-LINE(WS-MC-POS:5)
               END-IF
               ADD 6 TO WS-MC-POS
               MOVE WS-MC-SUGGESTED TO WS-MC-UNITS-ED
               MOVE WS-MC-UNITS-ED TO WS-RO-LINE(WS-MC-POS:5)
           END-IF
           PERFORM EMIT-REPORT-LINE.

       EMIT-CONSUMPTION-BREAKDOWN.                                   *> Cost by health condition, then by section.
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "COST BY HEALTH CONDITION" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 1 TO WS-MC-IDX
           PERFORM UNTIL WS-MC-IDX > WS-MC-CND-COUNT
               MOVE WS-MC-CND-UNITS(WS-MC-IDX) TO WS-MC-TOTAL-ED
               MOVE WS-MC-CND-COST(WS-MC-IDX) TO WS-MC-COST-ED
               MOVE SPACES TO WS-RO-LINE
               STRING WS-MC-CND-NAME(WS-MC-IDX) " units "
                   WS-MC-TOTAL-ED "   P" WS-MC-COST-ED
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               ADD 1 TO WS-MC-IDX
           END-PERFORM
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "COST BY COURSE/SECTION" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 1 TO WS-MC-IDX
           PERFORM UNTIL WS-MC-IDX > WS-MC-SEC-COUNT
               MOVE WS-MC-SEC-UNITS(WS-MC-IDX) TO WS-MC-TOTAL-ED
               MOVE WS-MC-SEC-COST(WS-MC-IDX) TO WS-MC-COST-ED
               MOVE SPACES TO WS-RO-LINE
               STRING WS-MC-SEC-CYS(WS-MC-IDX) " units "
                   WS-MC-TOTAL-ED "   P" WS-MC-COST-ED
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               ADD 1 TO WS-MC-IDX
           END-PERFORM.

       RECALLED-LOT-INQUIRY.                                         *> Everyone who got units of one item and lot,
                                                                      *> with a number to call -- for FDA or supplier
                                                                      *> recalls.
           DISPLAY "Item name: " WITH NO ADVANCING
           ACCEPT WS-LR-ITEM
           DISPLAY "Lot number: " WITH NO ADVANCING
           ACCEPT WS-LR-LOT
           IF WS-LR-ITEM = SPACES OR WS-LR-LOT = SPACES
               DISPLAY "Both an item and a lot are needed."
           ELSE
               MOVE "LOTRECALL" TO WS-RO-NAME
               MOVE "RECALLED LOT -- STUDENTS WHO RECEIVED IT"
                   TO WS-RO-TITLE
               PERFORM OPEN-REPORT-OUTPUT
               PERFORM RECALLED-LOT-BODY
               PERFORM CLOSE-REPORT-OUTPUT
           END-IF.

       RECALLED-LOT-BODY.                                            *> Walk the dispense register for the lot.
           MOVE ZERO TO WS-LR-COUNT
           MOVE ZERO TO WS-LR-UNITS
           MOVE SPACES TO WS-RO-LINE
           STRING "Item: " WS-LR-ITEM "  Lot: " WS-LR-LOT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           OPEN INPUT MED-LOT-FILE                                    *> What is still in the cabinet to pull.
           IF WS-ML-FILE-STATUS NOT = "35"
               MOVE WS-LR-ITEM TO ML-ITEM-NAME
               MOVE WS-LR-LOT  TO ML-LOT-NUMBER
               READ MED-LOT-FILE
                   INVALID KEY
                       MOVE "Lot is not on the lot file." TO WS-RO-LINE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-RO-LINE
                       STRING "Still in the cabinet: " ML-ON-HAND
                           " -- pull them.  Expires " ML-EXPIRY-DATE
                           DELIMITED BY SIZE INTO WS-RO-LINE
               END-READ
               PERFORM EMIT-REPORT-LINE
           END-IF
           CLOSE MED-LOT-FILE
           MOVE SPACES TO WS-RO-LINE
           STRING "Date       Student              "
               "Name                             Qty  Call"
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           OPEN INPUT DISPENSE-LOG-FILE
           IF WS-DL-STATUS = "35"
               MOVE "No dispensing on the register yet." TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-DL-EOF-FLAG
               PERFORM UNTIL WS-DL-EOF-FLAG = "Y"
                   READ DISPENSE-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-DL-EOF-FLAG
                   END-READ
                   IF WS-DL-EOF-FLAG NOT = "Y"
                       IF DL-ITEM-NAME = WS-LR-ITEM
                               AND DL-LOT-NUMBER = WS-LR-LOT
                           PERFORM EMIT-RECALLED-LOT-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE DISPENSE-LOG-FILE
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Doses/dispenses: " WS-LR-COUNT
               "   Units given out: " WS-LR-UNITS
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       EMIT-RECALLED-LOT-LINE.                                       *> One recipient, with the best number on file.
           ADD 1 TO WS-LR-COUNT
           ADD DL-QTY TO WS-LR-UNITS
           MOVE SPACES TO WS-LR-NAME
           MOVE SPACES TO WS-NT-PHONE
           IF DL-STUDENT-NUMBER = SPACES
               MOVE "(walk-in -- see visit log)" TO WS-LR-NAME
           ELSE
               OPEN INPUT PATIENT-FILE
               IF WS-FILE-STATUS NOT = "35"
                   MOVE DL-STUDENT-NUMBER TO STUDENT-NUMBER
                   READ PATIENT-FILE
                       KEY IS STUDENT-NUMBER
                       INVALID KEY
                           MOVE "(not on file)" TO WS-LR-NAME
                       NOT INVALID KEY
                           MOVE PATIENT-NAME TO WS-LR-NAME
                   END-READ
               END-IF
               CLOSE PATIENT-FILE
               MOVE DL-STUDENT-NUMBER TO WS-STUDENT-NUMBER
               PERFORM GET-BEST-CONTACT-PHONE
           END-IF
           MOVE DL-QTY TO WS-LR-QTY-ED
           MOVE SPACES TO WS-RO-LINE
           STRING DL-DATE DL-STUDENT-NUMBER " " WS-LR-NAME " "
               WS-LR-QTY-ED "  " WS-NT-PHONE
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       INTEGRITY-AUDIT.                                              *> Reconcile the data files against each other --
                                                                      *> orphan rows and a stale ID counter surface here
                                                                      *> instead of months after a crash.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      CROSS-FILE INTEGRITY AUDIT"
           DISPLAY FRA-ME
           MOVE ZERO TO WS-IA-ORPHAN-VH-COUNT
           MOVE ZERO TO WS-IA-ORPHAN-AI-COUNT
           MOVE ZERO TO WS-IA-NO-VISIT-COUNT
           MOVE ZERO TO WS-IA-MAX-PATIENT-ID
           MOVE "N"  TO WS-IA-COUNTER-BAD
           PERFORM AUDIT-ORPHAN-VISITS
           PERFORM AUDIT-ORPHAN-ALLERGIES
           PERFORM AUDIT-PATIENT-SIDE
           PERFORM AUDIT-DAILY-STATS
           DISPLAY FRA-ME
           DISPLAY "Visit rows with no patient record:   "
               WS-IA-ORPHAN-VH-COUNT
           DISPLAY "Allergy/imm rows with no patient:    "
               WS-IA-ORPHAN-AI-COUNT
           DISPLAY "Patients whose last visit has no"
           DISPLAY "matching visit-history row:          "
               WS-IA-NO-VISIT-COUNT
           IF WS-IA-COUNTER-BAD = "Y"
               DISPLAY "ID counter is BEHIND the highest"
               DISPLAY "Patient ID on file -- run Add Patient"
               DISPLAY "only after correcting NEXTID.DAT."
           ELSE
               DISPLAY "ID counter is at or ahead of the"
               DISPLAY "highest Patient ID on file."
           END-IF
           PERFORM SHOW-DAILY-STATS-AUDIT
           COMPUTE WS-IA-PROBLEM-COUNT =
               WS-IA-ORPHAN-VH-COUNT + WS-IA-ORPHAN-AI-COUNT
               + WS-IA-NO-VISIT-COUNT
           DISPLAY FRA-ME
           DISPLAY "Total rows needing attention: "
               WS-IA-PROBLEM-COUNT
           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       AUDIT-ORPHAN-VISITS.                                          *> Visit rows whose student has no PATIENT-FILE record.
           OPEN INPUT VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS = "35"
               DISPLAY "No visit history file to check."
           ELSE
               OPEN INPUT PATIENT-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ VISIT-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND VH-STUDENT-NUMBER NOT = SPACES
                           AND WS-FILE-STATUS NOT = "35"
                       MOVE VH-STUDENT-NUMBER TO STUDENT-NUMBER
                       READ PATIENT-FILE
                           KEY IS STUDENT-NUMBER
                           INVALID KEY
                               ADD 1 TO WS-IA-ORPHAN-VH-COUNT
                               DISPLAY "Orphan visit: "
                                   VH-STUDENT-NUMBER " "
                                   VH-DATE-OF-VISIT
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE PATIENT-FILE
           END-IF
           CLOSE VISIT-HISTORY-FILE.

       AUDIT-ORPHAN-ALLERGIES.                                       *> Allergy/imm rows whose student has no record.
           OPEN INPUT ALLERGY-IMM-FILE
           IF WS-AI-FILE-STATUS = "35"
               DISPLAY "No allergy/immunization file to check."
           ELSE
               OPEN INPUT PATIENT-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ALLERGY-IMM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND AI-STUDENT-NUMBER NOT = SPACES
                           AND WS-FILE-STATUS NOT = "35"
                       MOVE AI-STUDENT-NUMBER TO STUDENT-NUMBER
                       READ PATIENT-FILE
                           KEY IS STUDENT-NUMBER
                           INVALID KEY
                               ADD 1 TO WS-IA-ORPHAN-AI-COUNT
                               DISPLAY "Orphan allergy/imm row: "
                                   AI-STUDENT-NUMBER " "
                                   AI-ENTRY-DATE
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE PATIENT-FILE
           END-IF
           CLOSE ALLERGY-IMM-FILE.

       AUDIT-PATIENT-SIDE.                                           *> One pass over PATIENT-FILE: last-visit rows that
                                                                      *> never made it to VISIT-HISTORY-FILE, and the
                                                                      *> highest Patient ID for the counter check.
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "No patient file to check."
           ELSE
               OPEN INPUT VISIT-HISTORY-FILE
               PERFORM CHECK-VH-OPEN-STATUS
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PATIENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF PATIENT-ID > WS-IA-MAX-PATIENT-ID
                           MOVE PATIENT-ID TO WS-IA-MAX-PATIENT-ID
                       END-IF
                       IF STUDENT-NUMBER NOT = SPACES
                               AND DATE-OF-VISIT NOT = SPACES
                               AND WS-VH-FILE-STATUS NOT = "35"
                           MOVE STUDENT-NUMBER TO WS-VH-PROBE-STUDENT
                           MOVE DATE-OF-VISIT  TO WS-VH-PROBE-DATE
                           PERFORM PROBE-VISIT-ON-DATE
                           IF WS-VH-PROBE-FOUND NOT = "Y"
                               ADD 1 TO WS-IA-NO-VISIT-COUNT
                               DISPLAY "No visit row for: "
                                   STUDENT-NUMBER " last visit "
                                   DATE-OF-VISIT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE VISIT-HISTORY-FILE
               PERFORM AUDIT-ID-COUNTER
           END-IF
           CLOSE PATIENT-FILE.

       AUDIT-ID-COUNTER.                                             *> IC-NEXT-ID must not lag the highest ID on file.
           OPEN INPUT ID-COUNTER-FILE
           IF WS-ID-COUNTER-FILE-STATUS = "35"
               IF WS-IA-MAX-PATIENT-ID > ZERO
                   MOVE "Y" TO WS-IA-COUNTER-BAD
               END-IF
           ELSE
               MOVE "1" TO IC-KEY
               READ ID-COUNTER-FILE
                   KEY IS IC-KEY
                   INVALID KEY
                       IF WS-IA-MAX-PATIENT-ID > ZERO
                           MOVE "Y" TO WS-IA-COUNTER-BAD
                       END-IF
                   NOT INVALID KEY
                       IF IC-NEXT-ID < WS-IA-MAX-PATIENT-ID
                           MOVE "Y" TO WS-IA-COUNTER-BAD
                           DISPLAY "Counter " IC-NEXT-ID
                               " < highest Patient ID "
                               WS-IA-MAX-PATIENT-ID
                       END-IF
               END-READ
           END-IF
           CLOSE ID-COUNTER-FILE.

       REFERRAL-MENU.                                                *> Outside-provider referrals and their follow-up.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      OUTSIDE-PROVIDER REFERRALS"
           DISPLAY FRA-ME
           DISPLAY "1) Refer a student (prints letter)"
           DISPLAY "2) Pending referrals list"
           DISPLAY "3) Record referral outcome"
           DISPLAY "x) Back to main menu"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-RF-CHOICE
           EVALUATE WS-RF-CHOICE
               WHEN "1"
                   PERFORM ADD-REFERRAL
               WHEN "2"
                   PERFORM PENDING-REFERRALS-LIST
               WHEN "3"
                   PERFORM RECORD-REFERRAL-OUTCOME
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-RF-CHOICE NOT = "x" AND WS-RF-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM REFERRAL-MENU
           ELSE
               PERFORM DISPLAY-MENU
           END-IF.

       ADD-REFERRAL.                                                 *> Record one referral and print the letter for it.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "No patient records have been added yet."
               CLOSE PATIENT-FILE
           ELSE
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       DISPLAY "No patient record found for that"
                       DISPLAY "Student ID."
                       CLOSE PATIENT-FILE
                   NOT INVALID KEY
                       PERFORM MASK-HEALTH-FIELDS
                       CLOSE PATIENT-FILE
                       PERFORM CAPTURE-REFERRAL-DETAILS
               END-READ
           END-IF.

       CAPTURE-REFERRAL-DETAILS.                                     *> Prompts, the REFERRAL-FILE row, and the letter.
           DISPLAY "Referral Date [YYYY/MM/DD]: " WITH NO ADVANCING
           ACCEPT WS-RF-DATE
           OPEN I-O REFERRAL-FILE
           IF WS-RF-FILE-STATUS = "35"                                *> File does not exist yet -- create it.
               OPEN OUTPUT REFERRAL-FILE
           END-IF
           MOVE WS-STUDENT-NUMBER TO RF-STUDENT-NUMBER
           MOVE WS-RF-DATE        TO RF-REFERRAL-DATE
           DISPLAY "Referred to (provider/facility): "
               WITH NO ADVANCING
           ACCEPT RF-PROVIDER
           DISPLAY "Reason for referral: " WITH NO ADVANCING
           ACCEPT RF-REASON
           DISPLAY "Urgency -- (R)outine, (U)rgent, (E)mergency: "
               WITH NO ADVANCING
           ACCEPT WS-RF-URGENCY
           PERFORM UNTIL WS-RF-URGENCY = "R" OR WS-RF-URGENCY = "r"
                   OR WS-RF-URGENCY = "U" OR WS-RF-URGENCY = "u"
                   OR WS-RF-URGENCY = "E" OR WS-RF-URGENCY = "e"
               DISPLAY "Please enter R, U or E."
               DISPLAY "Urgency -- (R)outine, (U)rgent, (E)mergency: "
                   WITH NO ADVANCING
               ACCEPT WS-RF-URGENCY
           END-PERFORM
           MOVE WS-RF-URGENCY TO RF-URGENCY
           MOVE "P"    TO RF-STATUS
           MOVE SPACES TO RF-OUTCOME
           MOVE RF-REFERRAL-DATE TO WS-DY-DATE
           MOVE "N" TO WS-DY-WRITTEN
           WRITE REFERRAL-RECORD
               INVALID KEY
                   DISPLAY "A referral for that student and date"
                   DISPLAY "is already on file -- overwriting it."
                   REWRITE REFERRAL-RECORD
               NOT INVALID KEY
                   MOVE "Y" TO WS-DY-WRITTEN
           END-WRITE
           CLOSE REFERRAL-FILE
           IF WS-DY-WRITTEN = "Y"
               MOVE "R" TO WS-DY-KIND
               PERFORM POST-DAILY-STAT
           END-IF
           PERFORM WRITE-REFERRAL-LETTER
           MOVE "REFERRAL"    TO WS-AUDIT-FIELD-NAME
           MOVE SPACES        TO WS-AUDIT-OLD-VALUE
           MOVE RF-PROVIDER   TO WS-AUDIT-NEW-VALUE
           PERFORM APPEND-AUDIT-LOG.

       WRITE-REFERRAL-LETTER.                                        *> Format and save the letter, same as the visit slip.
           OPEN OUTPUT REFERRAL-LETTER-FILE
           MOVE FRA-ME TO REFERRAL-LETTER-RECORD
           WRITE REFERRAL-LETTER-RECORD
           MOVE "       MEDIKA CLINIC REFERRAL LETTER"
               TO REFERRAL-LETTER-RECORD
           WRITE REFERRAL-LETTER-RECORD
           MOVE FRA-ME TO REFERRAL-LETTER-RECORD
           WRITE REFERRAL-LETTER-RECORD
           MOVE SPACES TO WS-SLIP-LINE
           STRING "Date: " RF-REFERRAL-DATE DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           MOVE WS-SLIP-LINE TO REFERRAL-LETTER-RECORD
           WRITE REFERRAL-LETTER-RECORD
           MOVE SPACES TO WS-SLIP-LINE
           STRING "To: " RF-PROVIDER DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           MOVE WS-SLIP-LINE TO REFERRAL-LETTER-RECORD
           WRITE REFERRAL-LETTER-RECORD
           MOVE SPACES TO WS-SLIP-LINE
           STRING "Re: " PATIENT-NAME DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           MOVE WS-SLIP-LINE TO REFERRAL-LETTER-RECORD
           WRITE REFERRAL-LETTER-RECORD
           MOVE SPACES TO WS-SLIP-LINE
           STRING "Student ID: " STUDENT-NUMBER DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           MOVE WS-SLIP-LINE TO REFERRAL-LETTER-RECORD
           WRITE REFERRAL-LETTER-RECORD
           MOVE SPACES TO WS-SLIP-LINE
           STRING "Course/Section: " STUDENT-CYS DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           MOVE WS-SLIP-LINE TO REFERRAL-LETTER-RECORD
           WRITE REFERRAL-LETTER-RECORD
           MOVE SPACES TO WS-SLIP-LINE
           STRING "Known Condition: " HEALTH-CONDITION
               DELIMITED BY SIZE INTO WS-SLIP-LINE
           MOVE WS-SLIP-LINE TO REFERRAL-LETTER-RECORD
           WRITE REFERRAL-LETTER-RECORD
           MOVE SPACES TO WS-SLIP-LINE
           STRING "Reason for Referral: " RF-REASON DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           MOVE WS-SLIP-LINE TO REFERRAL-LETTER-RECORD
           WRITE REFERRAL-LETTER-RECORD
           EVALUATE RF-URGENCY
               WHEN "E"
               WHEN "e"
                   MOVE "Urgency: EMERGENCY"
                       TO REFERRAL-LETTER-RECORD
               WHEN "U"
               WHEN "u"
                   MOVE "Urgency: URGENT" TO REFERRAL-LETTER-RECORD
               WHEN OTHER
                   MOVE "Urgency: Routine" TO REFERRAL-LETTER-RECORD
           END-EVALUATE
           WRITE REFERRAL-LETTER-RECORD
           MOVE "Kindly send your findings back to the"
               TO REFERRAL-LETTER-RECORD
           WRITE REFERRAL-LETTER-RECORD
           MOVE "Medika campus clinic with the student."
               TO REFERRAL-LETTER-RECORD
           WRITE REFERRAL-LETTER-RECORD
           MOVE FRA-ME TO REFERRAL-LETTER-RECORD
           WRITE REFERRAL-LETTER-RECORD
           CLOSE REFERRAL-LETTER-FILE
           DISPLAY "Referral recorded. Letter saved to"
           DISPLAY "/home/zelly/REFERRAL_LETTER.txt".

       PENDING-REFERRALS-LIST.                                       *> Sent-out cases still waiting for results.
           MOVE ZERO TO WS-RF-COUNT
           OPEN INPUT REFERRAL-FILE
           IF WS-RF-FILE-STATUS = "35"
               DISPLAY "No referrals on file yet."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ REFERRAL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF RF-STATUS = "P"
                           ADD 1 TO WS-RF-COUNT
                           DISPLAY RF-REFERRAL-DATE " "
                               RF-STUDENT-NUMBER " -> " RF-PROVIDER
                           DISPLAY "   Reason: " RF-REASON
                               " Urgency: " RF-URGENCY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE REFERRAL-FILE
           DISPLAY FRA-ME
           DISPLAY "Pending referrals: " WS-RF-COUNT.

       RECORD-REFERRAL-OUTCOME.                                      *> Close out one referral when results come back.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           DISPLAY "Referral Date [YYYY/MM/DD]: " WITH NO ADVANCING
           ACCEPT WS-RF-DATE
           OPEN I-O REFERRAL-FILE
           IF WS-RF-FILE-STATUS = "35"
               DISPLAY "No referrals on file yet."
               CLOSE REFERRAL-FILE
           ELSE
               MOVE WS-STUDENT-NUMBER TO RF-STUDENT-NUMBER
               MOVE WS-RF-DATE        TO RF-REFERRAL-DATE
               READ REFERRAL-FILE
                   INVALID KEY
                       DISPLAY "No referral on file for that student"
                       DISPLAY "and date."
                   NOT INVALID KEY
                       DISPLAY "Status -- (C)ompleted or"
                       DISPLAY "(X) cancelled: " WITH NO ADVANCING
                       ACCEPT RF-STATUS
                       PERFORM UNTIL RF-STATUS = "C"
                               OR RF-STATUS = "c"
                               OR RF-STATUS = "X"
                               OR RF-STATUS = "x"
                           DISPLAY "Please enter C or X: "
                               WITH NO ADVANCING
                           ACCEPT RF-STATUS
                       END-PERFORM
                       IF RF-STATUS = "c"
                           MOVE "C" TO RF-STATUS
                       END-IF
                       IF RF-STATUS = "x"
                           MOVE "X" TO RF-STATUS
                       END-IF
                       DISPLAY "Outcome / findings: "
                           WITH NO ADVANCING
                       ACCEPT RF-OUTCOME
                       REWRITE REFERRAL-RECORD
                       DISPLAY "Referral updated."
               END-READ
               CLOSE REFERRAL-FILE
           END-IF.

       END-OF-DAY-CLOSEOUT.                                          *> One signed, dated summary of the clinic day.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      END-OF-DAY CLOSEOUT REPORT"
           DISPLAY FRA-ME
           PERFORM END-OF-DAY-CLOSEOUT-BODY
           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       END-OF-DAY-CLOSEOUT-BODY.                                     *> The closeout itself -- no prompts, so the
                                                                      *> scheduler can run it at closing time.
           PERFORM FORMAT-TODAY-SLASHED
           MOVE WS-TODAY TO WS-TODAY-COMPACT
           MOVE SPACES TO WS-CO-FILE-PATH
           STRING "/home/zelly/CLOSEOUT_" DELIMITED BY SIZE
               WS-TODAY-COMPACT DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-CO-FILE-PATH
           MOVE ZERO TO WS-CO-VISIT-COUNT
           MOVE ZERO TO WS-CO-LISTED-COUNT
           MOVE ZERO TO WS-CO-MED-COUNT
           MOVE ZERO TO WS-CO-NEW-COUNT
           OPEN OUTPUT CLOSEOUT-FILE
           MOVE FRA-ME TO CLOSEOUT-RECORD
           WRITE CLOSEOUT-RECORD
           MOVE "      MEDIKA END-OF-DAY CLOSEOUT" TO CLOSEOUT-RECORD
           WRITE CLOSEOUT-RECORD
           MOVE SPACES TO WS-CO-LINE
           STRING "Clinic Day: " WS-TODAY-SLASHED DELIMITED BY SIZE
               INTO WS-CO-LINE
           MOVE WS-CO-LINE TO CLOSEOUT-RECORD
           WRITE CLOSEOUT-RECORD
           PERFORM FIND-CURRENT-TERM
           IF WS-TM-FOUND = "Y"
               MOVE SPACES TO WS-CO-LINE
               STRING "Term: " WS-TM-DESC DELIMITED BY SIZE
                   INTO WS-CO-LINE
               MOVE WS-CO-LINE TO CLOSEOUT-RECORD
               WRITE CLOSEOUT-RECORD
           END-IF
           MOVE FRA-ME TO CLOSEOUT-RECORD
           WRITE CLOSEOUT-RECORD
           PERFORM CLOSEOUT-SCAN-VISITS
           PERFORM CLOSEOUT-READ-DAILY-STATS
           MOVE FRA-ME TO CLOSEOUT-RECORD
           WRITE CLOSEOUT-RECORD
           MOVE SPACES TO WS-CO-LINE
           STRING "Total visits today:          "
               WS-CO-VISIT-COUNT DELIMITED BY SIZE INTO WS-CO-LINE
           MOVE WS-CO-LINE TO CLOSEOUT-RECORD
           WRITE CLOSEOUT-RECORD
           DISPLAY "Total visits today:          " WS-CO-VISIT-COUNT
           MOVE SPACES TO WS-CO-LINE
           STRING "Medication units dispensed:  "
               WS-CO-MED-COUNT DELIMITED BY SIZE INTO WS-CO-LINE
           MOVE WS-CO-LINE TO CLOSEOUT-RECORD
           WRITE CLOSEOUT-RECORD
           DISPLAY "Medication units dispensed:  " WS-CO-MED-COUNT
           MOVE SPACES TO WS-CO-LINE
           STRING "New patient records today:   "
               WS-CO-NEW-COUNT DELIMITED BY SIZE INTO WS-CO-LINE
           MOVE WS-CO-LINE TO CLOSEOUT-RECORD
           WRITE CLOSEOUT-RECORD
           DISPLAY "New patient records today:   " WS-CO-NEW-COUNT
           PERFORM CLOSEOUT-DAILY-EXTRAS
           PERFORM CLOSEOUT-CASH-SECTION
           MOVE SPACES TO CLOSEOUT-RECORD
           WRITE CLOSEOUT-RECORD
           MOVE "Signed: ______________________  Date: __________"
               TO CLOSEOUT-RECORD
           WRITE CLOSEOUT-RECORD
           CLOSE CLOSEOUT-FILE
           DISPLAY FRA-ME
           DISPLAY "Closeout written to " WS-CO-FILE-PATH.

       CLOSEOUT-CASH-SECTION.                                        *> Today's official receipts and their total, so
                                                                      *> one signed closeout covers patients and pesos.
           MOVE ZERO TO WS-ORR-COUNT
           MOVE ZERO TO WS-ORR-TOTAL
           MOVE FRA-ME TO CLOSEOUT-RECORD
           WRITE CLOSEOUT-RECORD
           MOVE "CASH RECEIPTS TODAY:" TO CLOSEOUT-RECORD
           WRITE CLOSEOUT-RECORD
           OPEN INPUT OR-REGISTER-FILE
           IF WS-ORR-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-AP-EOF-FLAG
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ OR-REGISTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF ORR-ISSUE-DATE = WS-TODAY-SLASHED
                           ADD 1 TO WS-ORR-COUNT
                           ADD ORR-AMOUNT TO WS-ORR-TOTAL
                           MOVE ORR-AMOUNT TO WS-ORR-AMOUNT-ED
                           MOVE SPACES TO WS-CO-LINE
                           STRING "OR " ORR-SERIAL " "
                               ORR-STUDENT-NUMBER " "
                               ORR-SERVICE " P" WS-ORR-AMOUNT-ED
                               DELIMITED BY SIZE INTO WS-CO-LINE
                           MOVE WS-CO-LINE TO CLOSEOUT-RECORD
                           WRITE CLOSEOUT-RECORD
                           DISPLAY WS-CO-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE OR-REGISTER-FILE
           MOVE WS-ORR-TOTAL TO WS-ORR-TOTAL-ED
           MOVE SPACES TO WS-CO-LINE
           STRING "Receipts issued: " WS-ORR-COUNT
               "   Cash total: P" WS-ORR-TOTAL-ED
               DELIMITED BY SIZE INTO WS-CO-LINE
           MOVE WS-CO-LINE TO CLOSEOUT-RECORD
           WRITE CLOSEOUT-RECORD
           DISPLAY WS-CO-LINE.

       CLOSEOUT-SCAN-VISITS.                                         *> List today's VISIT-HISTORY-FILE rows for the
                                                                      *> signed copy; the totals come off the daily
                                                                      *> stats row.
           OPEN INPUT VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS = "35"
               DISPLAY "No visit history has been recorded yet."
               MOVE "(No visit history on file.)"
                   TO CLOSEOUT-RECORD
               WRITE CLOSEOUT-RECORD
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ VISIT-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF VH-DATE-OF-VISIT = WS-TODAY-SLASHED
                           IF VH-ATTENDED-BY NOT = WS-TI-EXTERNAL-TAG
                               ADD 1 TO WS-CO-LISTED-COUNT
                           END-IF
                           PERFORM MASK-VH-FIELDS
                           MOVE SPACES TO WS-CO-LINE
                           STRING VH-TIME-OF-VISIT DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               VH-STUDENT-NUMBER DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               VH-HEALTH-CONDITION DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               VH-MEDICATION-NAME DELIMITED BY SIZE
                               INTO WS-CO-LINE
                           MOVE WS-CO-LINE TO CLOSEOUT-RECORD
                           WRITE CLOSEOUT-RECORD
                           DISPLAY WS-CO-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE VISIT-HISTORY-FILE.

       CODE-TABLE-MENU.                                              *> Maintain the condition and medication pick-lists.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      CONDITION/MEDICATION CODE TABLES"
           DISPLAY FRA-ME
           DISPLAY "1) Add/update a code"
           DISPLAY "2) List condition codes"
           DISPLAY "3) List medication codes"
           DISPLAY "4) Map a condition to ICD-10"
           DISPLAY "5) Unmapped-conditions list"
           DISPLAY "6) Standing-order protocols"
           DISPLAY "x) Back to main menu"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-CT-CHOICE
           EVALUATE WS-CT-CHOICE
               WHEN "1"
                   PERFORM ADD-CODE-TABLE-ENTRY
               WHEN "2"
                   MOVE "C" TO WS-CT-TYPE
                   PERFORM LIST-CODE-TABLE
               WHEN "3"
                   MOVE "M" TO WS-CT-TYPE
                   PERFORM LIST-CODE-TABLE
               WHEN "4"
                   PERFORM MAP-CONDITION-ICD10
               WHEN "5"
                   PERFORM UNMAPPED-CONDITIONS-LIST
               WHEN "6"
                   IF WS-USER-ROLE = "CLERK"
                       PERFORM ROLE-NOT-ALLOWED
                   ELSE
                       PERFORM STANDING-ORDER-MENU
                   END-IF
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-CT-CHOICE NOT = "x" AND WS-CT-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM CODE-TABLE-MENU
           ELSE
               PERFORM DISPLAY-MENU
           END-IF.

       ADD-CODE-TABLE-ENTRY.                                         *> Create or overwrite one pick-list code.
           DISPLAY "Table -- (C)ondition or (M)edication: "
               WITH NO ADVANCING
           ACCEPT WS-CT-TYPE
           PERFORM UNTIL WS-CT-TYPE = "C" OR WS-CT-TYPE = "M"
               DISPLAY "Please enter C or M: " WITH NO ADVANCING
               ACCEPT WS-CT-TYPE
           END-PERFORM
           DISPLAY "Code (up to 5 characters): " WITH NO ADVANCING
           ACCEPT WS-CT-CODE-IN
           OPEN I-O CODE-TABLE-FILE
           IF WS-CT-FILE-STATUS = "35"                                *> File does not exist yet -- create it.
               OPEN OUTPUT CODE-TABLE-FILE
           END-IF
           MOVE WS-CT-TYPE    TO CT-TYPE
           MOVE WS-CT-CODE-IN TO CT-CODE
           DISPLAY "Canonical description: " WITH NO ADVANCING
           ACCEPT CT-DESCRIPTION
           MOVE "N" TO CT-COMMUNICABLE
           IF WS-CT-TYPE = "C"
               DISPLAY "Communicable (excludes from class)? [Y/N]: "
                   WITH NO ADVANCING
               ACCEPT CT-COMMUNICABLE
               IF CT-COMMUNICABLE NOT = "Y"
                       AND CT-COMMUNICABLE NOT = "y"
                   MOVE "N" TO CT-COMMUNICABLE
               ELSE
                   MOVE "Y" TO CT-COMMUNICABLE
               END-IF
           END-IF
           MOVE SPACES TO CT-ICD10
           IF WS-CT-TYPE = "C"
               DISPLAY "ICD-10 code (blank = not yet mapped): "
                   WITH NO ADVANCING
               ACCEPT CT-ICD10
           END-IF
           WRITE CODE-TABLE-RECORD
               INVALID KEY
                   DISPLAY "That code is already on file --"
                   DISPLAY "overwriting its description."
                   REWRITE CODE-TABLE-RECORD
           END-WRITE
           CLOSE CODE-TABLE-FILE
           DISPLAY "Code saved.".

       LIST-CODE-TABLE.                                              *> List every code of the type in WS-CT-TYPE.
           MOVE ZERO TO WS-CT-COUNT
           OPEN INPUT CODE-TABLE-FILE
           IF WS-CT-FILE-STATUS = "35"
               DISPLAY "No codes on file yet."
           ELSE
               MOVE WS-CT-TYPE TO CT-TYPE
               MOVE LOW-VALUE  TO CT-CODE
               MOVE "N" TO WS-EOF-FLAG
               START CODE-TABLE-FILE
                   KEY IS NOT LESS THAN CT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CODE-TABLE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF CT-TYPE NOT = WS-CT-TYPE
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-CT-COUNT
                           DISPLAY "  " CT-CODE " - " CT-DESCRIPTION
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CODE-TABLE-FILE
           DISPLAY "Codes on file: " WS-CT-COUNT.

       PICK-FROM-CODE-TABLE.                                         *> Resolve one code of WS-CT-TYPE into WS-CT-PICKED.
                                                                      *> "?" lists the table; blank leaves it empty; with
                                                                      *> no code table on file, free text is accepted so
                                                                      *> the desk is never stuck.
           MOVE SPACES TO WS-CT-PICKED
           MOVE "N" TO WS-CT-OK
           PERFORM UNTIL WS-CT-OK = "Y"
               DISPLAY "   Code (? = list, blank = none): "
                   WITH NO ADVANCING
               ACCEPT WS-CT-CODE-IN
               EVALUATE TRUE
                   WHEN WS-CT-CODE-IN = SPACES
                       MOVE SPACES TO WS-CT-PICKED
                       MOVE "Y" TO WS-CT-OK
                   WHEN WS-CT-CODE-IN = "?"
                       PERFORM LIST-CODE-TABLE
                   WHEN OTHER
                       OPEN INPUT CODE-TABLE-FILE
                       IF WS-CT-FILE-STATUS = "35"
                           DISPLAY "No code table on file -- enter"
                           DISPLAY "the text itself: "
                               WITH NO ADVANCING
                           ACCEPT WS-CT-PICKED
                           MOVE "Y" TO WS-CT-OK
                       ELSE
                           MOVE WS-CT-TYPE    TO CT-TYPE
                           MOVE WS-CT-CODE-IN TO CT-CODE
                           READ CODE-TABLE-FILE
                               INVALID KEY
                                   DISPLAY "No such code -- enter ?"
                                   DISPLAY "to see the list."
                               NOT INVALID KEY
                                   MOVE CT-DESCRIPTION
                                       TO WS-CT-PICKED
                                   MOVE "Y" TO WS-CT-OK
                           END-READ
                       END-IF
                       CLOSE CODE-TABLE-FILE
               END-EVALUATE
           END-PERFORM.

       AUDIT-HISTORY-INQUIRY.                                        *> Page through AUDITLOG entries for one student
                                                                      *> and/or a date range, instead of grep at the shell.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      AUDIT HISTORY INQUIRY"
           DISPLAY FRA-ME
           DISPLAY "Student ID (blank = any): " WITH NO ADVANCING
           ACCEPT WS-AQ-STUDENT
           DISPLAY "From date [YYYYMMDD, blank = start]: "
               WITH NO ADVANCING
           ACCEPT WS-AQ-FROM-DATE
           DISPLAY "To date [YYYYMMDD, blank = today]: "
               WITH NO ADVANCING
           ACCEPT WS-AQ-TO-DATE
           IF WS-AQ-TO-DATE = SPACES
               MOVE "99999999" TO WS-AQ-TO-DATE
           END-IF
           IF WS-AQ-FROM-DATE = SPACES
               MOVE "00000000" TO WS-AQ-FROM-DATE
           END-IF
           MOVE ZERO TO WS-AQ-COUNT
           MOVE ZERO TO WS-PAGE-COUNT
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               DISPLAY "No audit log has been written yet."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               READ AUDIT-LOG-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   PERFORM CHECK-AUDIT-LINE-MATCH
                   IF WS-AQ-MATCH = "Y"
                       ADD 1 TO WS-AQ-COUNT
                       DISPLAY AUDIT-LOG-RECORD
                       PERFORM PAGE-BREAK-CHECK
                   END-IF
                   IF WS-EOF-FLAG NOT = "Y"
                       READ AUDIT-LOG-FILE
                           AT END MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                   END-IF
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF
           DISPLAY FRA-ME
           DISPLAY "Matching audit entries shown: " WS-AQ-COUNT
           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       CHECK-AUDIT-LINE-MATCH.                                       *> One AUDITLOG line against the entered filters.
      *> Layout written by APPEND-AUDIT-LOG: date (8) + time (8) then
      *> " | " and the Student ID in columns 20-39.
           MOVE "Y" TO WS-AQ-MATCH
           IF WS-AQ-STUDENT NOT = SPACES
                   AND AUDIT-LOG-RECORD(20:20) NOT = WS-AQ-STUDENT
               MOVE "N" TO WS-AQ-MATCH
           END-IF
           IF AUDIT-LOG-RECORD(1:8) < WS-AQ-FROM-DATE
                   OR AUDIT-LOG-RECORD(1:8) > WS-AQ-TO-DATE
               MOVE "N" TO WS-AQ-MATCH
           END-IF.

       HEALTH-CONDITION-ROSTER.                                      *> List every student with a health condition on file.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      HEALTH CONDITION ROSTER REPORT"
           DISPLAY FRA-ME
           MOVE "ROSTER" TO WS-RO-NAME
           MOVE "HEALTH CONDITION ROSTER REPORT"
               TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           PERFORM HEALTH-CONDITION-ROSTER-BODY
           PERFORM CLOSE-REPORT-OUTPUT
           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       HEALTH-CONDITION-ROSTER-BODY.                                 *> The report itself -- every line goes through
                                                                      *> EMIT-REPORT-LINE so batch runs land in a file.
           OPEN INPUT PATIENT-FILE
           MOVE ZERO TO WS-ROSTER-COUNT

           IF WS-FILE-STATUS = "35"
               MOVE "No patient records have been added yet."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM MASK-HEALTH-FIELDS
                           IF HEALTH-CONDITION NOT = SPACES
                                   AND ARCHIVE-STATUS NOT = "X"
                               ADD 1 TO WS-ROSTER-COUNT
                               PERFORM EMIT-ROSTER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE PATIENT-FILE
           MOVE SPACES TO WS-RO-LINE
           STRING "Total students with a health condition on file: "
               WS-ROSTER-COUNT DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       EMIT-ROSTER-ENTRY.                                            *> One student's block of the roster report.
           MOVE SPACES TO WS-RO-LINE
           STRING "Student ID: " STUDENT-NUMBER DELIMITED BY SIZE
               INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Name: " PATIENT-NAME DELIMITED BY SIZE
               INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Course/Section: " STUDENT-CYS DELIMITED BY SIZE
               INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Health Condition: " HEALTH-CONDITION
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       DEMOGRAPHIC-SUMMARY-REPORT.                                    *> Tally active students by sex and age bracket.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      AGE/SEX DEMOGRAPHIC SUMMARY REPORT"
           DISPLAY FRA-ME
           MOVE "DEMOG" TO WS-RO-NAME
           MOVE "AGE/SEX DEMOGRAPHIC SUMMARY REPORT"
               TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           PERFORM DEMOGRAPHIC-SUMMARY-BODY
           PERFORM CLOSE-REPORT-OUTPUT
           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       DEMOGRAPHIC-SUMMARY-BODY.                                     *> The report itself -- every line goes through
                                                                      *> EMIT-REPORT-LINE so batch runs land in a file.
           OPEN INPUT PATIENT-FILE
           MOVE ZERO TO WS-DEMO-TOTAL
           MOVE ZERO TO WS-DEMO-MALE-COUNT
           MOVE ZERO TO WS-DEMO-FEMALE-COUNT
           MOVE ZERO TO WS-DEMO-OTHER-SEX-COUNT
           MOVE ZERO TO WS-DEMO-UNDER-12-COUNT
           MOVE ZERO TO WS-DEMO-TEEN-COUNT
           MOVE ZERO TO WS-DEMO-YOUNG-ADULT-COUNT
           MOVE ZERO TO WS-DEMO-ADULT-COUNT

           IF WS-FILE-STATUS = "35"
               MOVE "No patient records have been added yet."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PATIENT-FILE INTO PATIENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF ARCHIVE-STATUS NOT = "X"
                               PERFORM TALLY-DEMOGRAPHICS
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE PATIENT-FILE
           MOVE SPACES TO WS-RO-LINE
           STRING "Total Active Students: " WS-DEMO-TOTAL
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "By Sex:" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "  Male:   " WS-DEMO-MALE-COUNT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "  Female: " WS-DEMO-FEMALE-COUNT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "  Other/Unspecified: " WS-DEMO-OTHER-SEX-COUNT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "By Age Bracket:" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "  Under 12: " WS-DEMO-UNDER-12-COUNT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "  12-17:    " WS-DEMO-TEEN-COUNT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "  18-24:    " WS-DEMO-YOUNG-ADULT-COUNT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "  25 and up: " WS-DEMO-ADULT-COUNT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       TALLY-DEMOGRAPHICS.                                            *> Bucket one active patient record by sex and age.
           ADD 1 TO WS-DEMO-TOTAL
           EVALUATE PATIENT-SEX(1:1)
               WHEN "M"
               WHEN "m"
                   ADD 1 TO WS-DEMO-MALE-COUNT
               WHEN "F"
               WHEN "f"
                   ADD 1 TO WS-DEMO-FEMALE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DEMO-OTHER-SEX-COUNT
           END-EVALUATE

           MOVE ZERO TO WS-DEMO-AGE-NUM
           IF PATIENT-AGE(1:3) IS NUMERIC
               MOVE PATIENT-AGE(1:3) TO WS-DEMO-AGE-NUM
           END-IF

           EVALUATE TRUE
               WHEN WS-DEMO-AGE-NUM < 12
                   ADD 1 TO WS-DEMO-UNDER-12-COUNT
               WHEN WS-DEMO-AGE-NUM < 18
                   ADD 1 TO WS-DEMO-TEEN-COUNT
               WHEN WS-DEMO-AGE-NUM < 25
                   ADD 1 TO WS-DEMO-YOUNG-ADULT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DEMO-ADULT-COUNT
           END-EVALUATE.

       TREND-REPORT.                                                  *> Tally visits and conditions for one YYYY/MM month.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      MONTHLY VISIT/CONDITION TREND REPORT"
           DISPLAY FRA-ME
           DISPLAY "Term code (blank = pick a month): "
               WITH NO ADVANCING
           ACCEPT WS-TM-CODE
           MOVE "N" TO WS-TREND-TERM-MODE
           IF WS-TM-CODE NOT = SPACES
               PERFORM RESOLVE-TERM-CODE
               IF WS-TM-FOUND = "Y"
                   MOVE "Y" TO WS-TREND-TERM-MODE
                   DISPLAY "Reporting " WS-TM-DESC
               ELSE
                   DISPLAY "No such term on the calendar --"
                   DISPLAY "falling back to a month."
               END-IF
           END-IF
           IF WS-TREND-TERM-MODE NOT = "Y"
               DISPLAY "Enter Month to Report (YYYY/MM): "
                   WITH NO ADVANCING
               ACCEPT WS-TREND-MONTH
           END-IF
           MOVE "TREND" TO WS-RO-NAME
           MOVE "MONTHLY VISIT/CONDITION TREND REPORT"
               TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           PERFORM TREND-REPORT-BODY
           PERFORM CLOSE-REPORT-OUTPUT
           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       TREND-REPORT-BODY.                                            *> The report itself, for the month already in
                                                                      *> WS-TREND-MONTH -- no prompts, so the scheduler
                                                                      *> can drive it.
           MOVE ZERO TO WS-TREND-ENTRY-COUNT
           PERFORM TREND-READ-DAILY-STATS

           OPEN INPUT VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS = "35"
               MOVE "No visit history has been recorded yet."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ VISIT-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND VH-ATTENDED-BY NOT = WS-TI-EXTERNAL-TAG
                                                                      *> A term run takes the calendar's date range;
                                                                      *> a month run keeps the YYYY/MM match.
                       IF (WS-TREND-TERM-MODE = "Y"
                               AND VH-DATE-OF-VISIT >= WS-TM-START
                               AND VH-DATE-OF-VISIT <= WS-TM-END)
                           OR (WS-TREND-TERM-MODE NOT = "Y"
                               AND VH-DATE-OF-VISIT(1:7)
                                   = WS-TREND-MONTH)
                           PERFORM MASK-VH-FIELDS
                           PERFORM TALLY-CONDITION
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE VISIT-HISTORY-FILE

               MOVE FRA-ME TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE SPACES TO WS-RO-LINE
               IF WS-TREND-TERM-MODE = "Y"
                   STRING "Term: " WS-TM-DESC
                       " (" WS-TM-START " - " WS-TM-END ")"
                       DELIMITED BY SIZE INTO WS-RO-LINE
               ELSE
                   STRING "Month: " WS-TREND-MONTH DELIMITED BY SIZE
                       INTO WS-RO-LINE
               END-IF
               PERFORM EMIT-REPORT-LINE
               MOVE SPACES TO WS-RO-LINE
               STRING "Total Visits: " WS-TREND-VISITS
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM TREND-DAILY-TOTALS
               MOVE "Visits by Health Condition:" TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               IF WS-TREND-ENTRY-COUNT = ZERO
                   MOVE "  (none found for that month)" TO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
               ELSE
                   MOVE 1 TO WS-TREND-IDX
                   PERFORM WS-TREND-ENTRY-COUNT TIMES
                       MOVE SPACES TO WS-RO-LINE
                       STRING "  " WS-TREND-CONDITION(WS-TREND-IDX)
                           ": " WS-TREND-COUNT(WS-TREND-IDX)
                           DELIMITED BY SIZE INTO WS-RO-LINE
                       PERFORM EMIT-REPORT-LINE
                       ADD 1 TO WS-TREND-IDX
                   END-PERFORM
               END-IF
               MOVE "Visits by Hour of Day:" TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE 1 TO WS-UT-HOUR-IDX
               PERFORM 24 TIMES
                   IF WS-UT-HOUR-COUNT(WS-UT-HOUR-IDX) > ZERO
                       COMPUTE WS-UT-HOUR-DISP = WS-UT-HOUR-IDX - 1
                       MOVE SPACES TO WS-RO-LINE
                       STRING "  " WS-UT-HOUR-DISP ":00 - "
                           WS-UT-HOUR-DISP ":59  "
                           WS-UT-HOUR-COUNT(WS-UT-HOUR-IDX)
                           DELIMITED BY SIZE INTO WS-RO-LINE
                       PERFORM EMIT-REPORT-LINE
                   END-IF
                   ADD 1 TO WS-UT-HOUR-IDX
               END-PERFORM
               MOVE FRA-ME TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       TALLY-CONDITION.                                               *> Search-or-insert one visit's condition into WS-TREND-TABLE.
           MOVE "N" TO WS-TREND-FOUND
           MOVE 1 TO WS-TREND-IDX
           PERFORM WS-TREND-ENTRY-COUNT TIMES
               IF WS-TREND-CONDITION(WS-TREND-IDX) = VH-HEALTH-CONDITION
                   ADD 1 TO WS-TREND-COUNT(WS-TREND-IDX)
                   MOVE "Y" TO WS-TREND-FOUND
               END-IF
               ADD 1 TO WS-TREND-IDX
           END-PERFORM
           IF WS-TREND-FOUND NOT = "Y"
               AND WS-TREND-ENTRY-COUNT < 30
                   ADD 1 TO WS-TREND-ENTRY-COUNT
                   MOVE VH-HEALTH-CONDITION
                       TO WS-TREND-CONDITION(WS-TREND-ENTRY-COUNT)
                   MOVE 1 TO WS-TREND-COUNT(WS-TREND-ENTRY-COUNT)
           END-IF.

       STALE-PRESCRIPTION-REPORT.                                    *> Flag active prescriptions whose visit is past due.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      STALE PRESCRIPTION FOLLOW-UP REPORT"
           DISPLAY FRA-ME
           MOVE "STALE" TO WS-RO-NAME
           MOVE "STALE PRESCRIPTION FOLLOW-UP REPORT"
               TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           PERFORM STALE-PRESCRIPTION-BODY
           PERFORM CLOSE-REPORT-OUTPUT
           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       STALE-PRESCRIPTION-BODY.                                      *> The report itself -- every line goes through
                                                                      *> EMIT-REPORT-LINE so batch runs land in a file.
           OPEN INPUT PATIENT-FILE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-DC-DATE
           PERFORM CALC-DAY-NUMBER
           MOVE WS-DC-DAY-NUM TO WS-STALE-TODAY-NUM
           MOVE SPACES TO WS-RO-LINE
           STRING "Flagging prescriptions last visited more than "
               WS-STALE-DAYS " days ago." DELIMITED BY SIZE
               INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ZERO TO WS-STALE-COUNT

           IF WS-FILE-STATUS = "35"
               MOVE "No patient records have been added yet."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PATIENT-FILE INTO PATIENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM MASK-HEALTH-FIELDS
                           IF MEDICATION-NAME NOT = SPACES
                                   AND ARCHIVE-STATUS NOT = "X"
                               MOVE DATE-OF-VISIT
                                   TO WS-DC-SLASHED
                               PERFORM CALC-DAY-FROM-SLASHED
                               MOVE WS-DC-DAY-NUM
                                   TO WS-STALE-VISIT-NUM
                               COMPUTE WS-STALE-DIFF =
                                   WS-STALE-TODAY-NUM
                                       - WS-STALE-VISIT-NUM
                               IF WS-STALE-DIFF > WS-STALE-DAYS
                                   ADD 1 TO WS-STALE-COUNT
                                   PERFORM EMIT-STALE-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE PATIENT-FILE
           MOVE SPACES TO WS-RO-LINE
           STRING "Total prescriptions flagged: " WS-STALE-COUNT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       EMIT-STALE-ENTRY.                                             *> One flagged prescription's block of the report.
           MOVE SPACES TO WS-RO-LINE
           STRING "Student ID: " STUDENT-NUMBER DELIMITED BY SIZE
               INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Name: " PATIENT-NAME DELIMITED BY SIZE
               INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Medication: " MEDICATION-NAME DELIMITED BY SIZE
               INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Prescriber: " PRESCRIBER DELIMITED BY SIZE
               INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Last Visit: " DATE-OF-VISIT DELIMITED BY SIZE
               INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Days Since Visit: " WS-STALE-DIFF
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       EXPORT-ROSTER-CSV.                                            *> Write the active roster out as a CSV for the registrar.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      EXPORT ROSTER TO CSV"
           DISPLAY FRA-ME
           DISPLAY "(F)ull roster or (D)elta since last run? "
               WITH NO ADVANCING
           ACCEPT WS-CSV-MODE
           IF WS-CSV-MODE = "D" OR WS-CSV-MODE = "d"
               PERFORM EXPORT-ROSTER-DELTA
           ELSE
               PERFORM EXPORT-ROSTER-FULL
           END-IF
           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       EXPORT-ROSTER-FULL.                                           *> The original full-roster dump.
           OPEN INPUT PATIENT-FILE
           OPEN OUTPUT CSV-EXPORT-FILE

           STRING "Student ID,Name,Course/Section,Date of Birth,Age,"
                   DELIMITED BY SIZE
               "Sex,Emergency Phone,Emergency Email,Health Condition,"
                   DELIMITED BY SIZE
               "Medication,Prescriber,Date of Visit"
                   DELIMITED BY SIZE
               INTO CSV-EXPORT-RECORD
           WRITE CSV-EXPORT-RECORD
           MOVE ZERO TO WS-CSV-COUNT

           IF WS-FILE-STATUS = "35"
               DISPLAY "No patient records have been added yet."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PATIENT-FILE INTO PATIENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM MASK-HEALTH-FIELDS
                           IF ARCHIVE-STATUS NOT = "X"
                               PERFORM WRITE-CSV-LINE
                               ADD 1 TO WS-CSV-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE PATIENT-FILE
           CLOSE CSV-EXPORT-FILE
           DISPLAY "Exported " WS-CSV-COUNT " student record(s)."
           DISPLAY "File: /home/zelly/ROSTER_EXPORT.csv".

       WRITE-CSV-LINE.                                               *> Build and write one roster line to the full export.
           PERFORM BUILD-CSV-LINE
           MOVE WS-CSV-BUFFER TO CSV-EXPORT-RECORD
           WRITE CSV-EXPORT-RECORD.

       BUILD-CSV-LINE.                                               *> Build one quoted, comma-separated roster line
                                                                      *> into WS-CSV-BUFFER.
           MOVE SPACES TO WS-CSV-BUFFER
           STRING
               WS-CSV-QUOTE DELIMITED BY SIZE
               STUDENT-NUMBER DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               WS-CSV-COMMA DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               PATIENT-NAME DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               WS-CSV-COMMA DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               STUDENT-CYS DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               WS-CSV-COMMA DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               DATE-OF-BIRTH DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               WS-CSV-COMMA DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               PATIENT-AGE DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               WS-CSV-COMMA DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               PATIENT-SEX DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               WS-CSV-COMMA DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               EMERGENCY-PHONE DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               WS-CSV-COMMA DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               EMERGENCY-EMAIL DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               WS-CSV-COMMA DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               HEALTH-CONDITION DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               WS-CSV-COMMA DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               MEDICATION-NAME DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               WS-CSV-COMMA DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               PRESCRIBER DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               WS-CSV-COMMA DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               DATE-OF-VISIT DELIMITED BY SIZE
               WS-CSV-QUOTE DELIMITED BY SIZE
               INTO WS-CSV-BUFFER.

       EXPORT-ROSTER-DELTA.                                          *> Only what changed since the last delta run, one
                                                                      *> A (added) / C (changed) / X (archived) action
                                                                      *> per student, read back out of the audit trail.
           PERFORM READ-LAST-EXPORT-STAMP
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-AUDIT-STAMP TO WS-DX-NOW-STAMP
           MOVE ZERO TO WS-DX-COUNT
           MOVE "N" TO WS-DX-OVERFLOW
           PERFORM COLLECT-DELTA-STUDENTS
      *> With more changes than the table holds, a partial feed
      *> behind an advanced stamp would silently lose the rest --
      *> refuse the run and leave LASTEXPORT.DAT untouched so the
      *> next attempt (or a Full export) still covers everything.
           IF WS-DX-OVERFLOW = "Y"
               DISPLAY "More than 200 students changed since the"
               DISPLAY "last delta run -- delta NOT produced and"
               DISPLAY "the last-run stamp was left unchanged."
               DISPLAY "Run a Full export (CSV) instead."
           ELSE
               PERFORM WRITE-DELTA-EXPORT-FILE
           END-IF.

       WRITE-DELTA-EXPORT-FILE.                                      *> The feed itself, once the change set is known
                                                                      *> to fit; advances the stamp on completion.
           OPEN OUTPUT DELTA-EXPORT-FILE
           STRING "Action,Student ID,Name,Course/Section,"
                   DELIMITED BY SIZE
               "Date of Birth,Age,Sex,Emergency Phone,"
                   DELIMITED BY SIZE
               "Emergency Email,Health Condition,Medication,"
                   DELIMITED BY SIZE
               "Prescriber,Date of Visit" DELIMITED BY SIZE
               INTO DELTA-EXPORT-RECORD
           WRITE DELTA-EXPORT-RECORD
           MOVE ZERO TO WS-CSV-COUNT
           IF WS-DX-COUNT = ZERO
               DISPLAY "No roster changes since the last run."
           ELSE
               OPEN INPUT PATIENT-FILE
               MOVE 1 TO WS-DX-IDX
               PERFORM WS-DX-COUNT TIMES
                   PERFORM WRITE-ONE-DELTA-LINE
                   ADD 1 TO WS-DX-IDX
               END-PERFORM
               CLOSE PATIENT-FILE
           END-IF
           CLOSE DELTA-EXPORT-FILE
           PERFORM SAVE-LAST-EXPORT-STAMP
           DISPLAY "Exported " WS-CSV-COUNT " delta line(s)."
           DISPLAY "File: /home/zelly/DELTA_EXPORT.csv".

       READ-LAST-EXPORT-STAMP.                                       *> Stamp of the previous run; start of time if none.
           MOVE "0000000000000000" TO WS-DX-LAST-STAMP
           OPEN INPUT LAST-EXPORT-FILE
           IF WS-LE-FILE-STATUS NOT = "35"
               READ LAST-EXPORT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LAST-EXPORT-RECORD TO WS-DX-LAST-STAMP
               END-READ
               CLOSE LAST-EXPORT-FILE
           END-IF.

       SAVE-LAST-EXPORT-STAMP.                                       *> This run's stamp becomes the next run's floor.
           OPEN OUTPUT LAST-EXPORT-FILE
           MOVE WS-DX-NOW-STAMP TO LAST-EXPORT-RECORD
           WRITE LAST-EXPORT-RECORD
           CLOSE LAST-EXPORT-FILE.

       COLLECT-DELTA-STUDENTS.                                       *> Scan AUDITLOG for roster changes after the last
                                                                      *> stamp and fold them into one action per student.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               READ AUDIT-LOG-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   IF AUDIT-LOG-RECORD(1:16) > WS-DX-LAST-STAMP
                           AND AUDIT-LOG-RECORD(1:16)
                               <= WS-DX-NOW-STAMP
                       PERFORM FOLD-AUDIT-LINE-INTO-DELTA
                   END-IF
                   READ AUDIT-LOG-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       FOLD-AUDIT-LINE-INTO-DELTA.                                   *> One audit line -> the student's A/C/X action.
      *> Layout written by APPEND-AUDIT-LOG: stamp (1:16), Student ID
      *> (20:20), field name (43:20), new value (107:30).
           MOVE AUDIT-LOG-RECORD(20:20)  TO WS-DX-STUDENT
           MOVE AUDIT-LOG-RECORD(43:20)  TO WS-DX-FIELD
           MOVE AUDIT-LOG-RECORD(107:30) TO WS-DX-NEW-VALUE
      *> Only roster changes feed the registrar -- skip account,
      *> certificate, referral and override entries.
           IF WS-DX-STUDENT NOT = SPACES
                   AND WS-DX-FIELD NOT = "STAFF ACCOUNT"
                   AND WS-DX-FIELD NOT = "CERTIFICATE"
                   AND WS-DX-FIELD NOT = "REFERRAL"
                   AND WS-DX-FIELD NOT = "ALLERGY OVERRIDE"
                   AND WS-DX-FIELD NOT = "INCIDENT"
               PERFORM FIND-DELTA-ENTRY
               IF WS-DX-FOUND NOT = "Y"
                   IF WS-DX-COUNT < 200
                       ADD 1 TO WS-DX-COUNT
                       MOVE WS-DX-COUNT TO WS-DX-IDX
                       MOVE WS-DX-STUDENT
                           TO WS-DX-ENT-STUDENT(WS-DX-IDX)
                       MOVE "C" TO WS-DX-ENT-ACTION(WS-DX-IDX)
                       MOVE "Y" TO WS-DX-FOUND
                   ELSE
                       MOVE "Y" TO WS-DX-OVERFLOW
                   END-IF
               END-IF
               IF WS-DX-FOUND = "Y"
                   EVALUATE TRUE
                       WHEN WS-DX-FIELD = "NEW RECORD"
                           MOVE "A" TO WS-DX-ENT-ACTION(WS-DX-IDX)
                       WHEN WS-DX-FIELD = "ARCHIVE-STATUS"
                           IF WS-DX-NEW-VALUE(1:8) = "ARCHIVED"
                               MOVE "X"
                                   TO WS-DX-ENT-ACTION(WS-DX-IDX)
                           ELSE
                               MOVE "C"
                                   TO WS-DX-ENT-ACTION(WS-DX-IDX)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       FIND-DELTA-ENTRY.                                             *> Locate WS-DX-STUDENT; leaves WS-DX-IDX on it.
           MOVE "N" TO WS-DX-FOUND
           MOVE 1 TO WS-DX-IDX
           PERFORM UNTIL WS-DX-IDX > WS-DX-COUNT
                   OR WS-DX-FOUND = "Y"
               IF WS-DX-ENT-STUDENT(WS-DX-IDX) = WS-DX-STUDENT
                   MOVE "Y" TO WS-DX-FOUND
               ELSE
                   ADD 1 TO WS-DX-IDX
               END-IF
           END-PERFORM.

       WRITE-ONE-DELTA-LINE.                                         *> Current record state + action for one student.
           IF WS-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE WS-DX-ENT-STUDENT(WS-DX-IDX) TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                                                                      *> An archived student has already moved across
                                                                      *> to ARCHIVE-HIST-FILE -- feed from there.
                       PERFORM WRITE-DELTA-FROM-ARCHIVE
                   NOT INVALID KEY
                       PERFORM MASK-HEALTH-FIELDS
                       PERFORM BUILD-CSV-LINE
                       PERFORM WRITE-DELTA-ACTION-LINE
               END-READ
           END-IF.

       WRITE-DELTA-ACTION-LINE.                                      *> Action column plus the line in WS-CSV-BUFFER.
           MOVE SPACES TO DELTA-EXPORT-RECORD
           STRING WS-DX-ENT-ACTION(WS-DX-IDX) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               WS-CSV-BUFFER DELIMITED BY SIZE
               INTO DELTA-EXPORT-RECORD
           WRITE DELTA-EXPORT-RECORD
           ADD 1 TO WS-CSV-COUNT.

       WRITE-DELTA-FROM-ARCHIVE.                                     *> Build the delta line from the archive copy.
           OPEN INPUT ARCHIVE-HIST-FILE
           IF WS-AH-FILE-STATUS NOT = "35"
               MOVE WS-DX-ENT-STUDENT(WS-DX-IDX)
                   TO AH-STUDENT-NUMBER
               READ ARCHIVE-HIST-FILE
                   KEY IS AH-STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARCHIVE-HIST-RECORD TO PATIENT-RECORD
                       PERFORM MASK-HEALTH-FIELDS
                       PERFORM BUILD-CSV-LINE
                       PERFORM WRITE-DELTA-ACTION-LINE
               END-READ
           END-IF
           CLOSE ARCHIVE-HIST-FILE.

       EXPORT-EMERGENCY-CONTACTS.                                    *> Feed of emergency contacts for the campus alert system.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      EMERGENCY CONTACT CAMPUS ALERT EXPORT"
           DISPLAY FRA-ME
           DISPLAY "Health Condition to notify on (blank = every"
           DISPLAY "active student): " WITH NO ADVANCING
           ACCEPT WS-ALERT-CONDITION
           PERFORM EXPORT-CONTACTS-BODY
           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       EXPORT-CONTACTS-BODY.                                         *> The export itself, filtered by the condition
                                                                      *> already in WS-ALERT-CONDITION -- no prompts.
           OPEN INPUT PATIENT-FILE
           OPEN INPUT CONTACT-FILE
           OPEN OUTPUT EMERGENCY-ALERT-FILE

           MOVE SPACES TO EMERGENCY-ALERT-RECORD
           STRING "Student ID,Name,Contact Name,Relationship,"
                   DELIMITED BY SIZE
               "Phone,Email" DELIMITED BY SIZE
               INTO EMERGENCY-ALERT-RECORD
           WRITE EMERGENCY-ALERT-RECORD
           MOVE ZERO TO WS-ALERT-COUNT

           IF WS-FILE-STATUS = "35"
               DISPLAY "No patient records have been added yet."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PATIENT-FILE INTO PATIENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM MASK-HEALTH-FIELDS
                           IF ARCHIVE-STATUS NOT = "X"
                                   AND (WS-ALERT-CONDITION = SPACES
                                       OR HEALTH-CONDITION
                                           = WS-ALERT-CONDITION)
                               PERFORM WRITE-BEST-CONTACT-LINE
                               ADD 1 TO WS-ALERT-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE PATIENT-FILE
           CLOSE CONTACT-FILE
           CLOSE EMERGENCY-ALERT-FILE
           DISPLAY "Exported " WS-ALERT-COUNT " emergency contact(s)."
           DISPLAY "File: /home/zelly/EMERGENCY_CONTACTS.csv".

       WRITE-BEST-CONTACT-LINE.                                      *> The highest-priority reachable contact from
                                                                      *> CONTACT-FILE, or the legacy fields on the
                                                                      *> record when no contact rows exist yet.
      *> Clear the record first -- the two STRINGs below build lines
      *> of different lengths, and a shorter line must not carry the
      *> tail of the longer one written before it.
           MOVE SPACES TO EMERGENCY-ALERT-RECORD
           MOVE "N" TO WS-EC-FOUND
           IF WS-EC-FILE-STATUS NOT = "35"
               MOVE STUDENT-NUMBER TO EC-STUDENT-NUMBER
               MOVE ZERO TO EC-PRIORITY
               MOVE "N" TO WS-AP-EOF-FLAG
               START CONTACT-FILE
                   KEY IS NOT LESS THAN EC-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AP-EOF-FLAG
               END-START
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                       OR WS-EC-FOUND = "Y"
                   READ CONTACT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF EC-STUDENT-NUMBER NOT = STUDENT-NUMBER
                           MOVE "Y" TO WS-AP-EOF-FLAG
                       ELSE
                           IF EC-REACHABLE = "Y"
                               MOVE "Y" TO WS-EC-FOUND
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-EC-FOUND = "Y"
               STRING
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   STUDENT-NUMBER DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   WS-CSV-COMMA DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   PATIENT-NAME DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   WS-CSV-COMMA DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   EC-NAME DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   WS-CSV-COMMA DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   EC-RELATIONSHIP DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   WS-CSV-COMMA DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   EC-PHONE DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   WS-CSV-COMMA DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   EC-EMAIL DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   INTO EMERGENCY-ALERT-RECORD
           ELSE
               STRING
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   STUDENT-NUMBER DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   WS-CSV-COMMA DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   PATIENT-NAME DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   WS-CSV-COMMA DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   WS-CSV-COMMA DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   WS-CSV-COMMA DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   EMERGENCY-PHONE DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   WS-CSV-COMMA DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   EMERGENCY-EMAIL DELIMITED BY SIZE
                   WS-CSV-QUOTE DELIMITED BY SIZE
                   INTO EMERGENCY-ALERT-RECORD
           END-IF
           WRITE EMERGENCY-ALERT-RECORD.

       ADD-ALLERGY-IMMUNIZATION.                                     *> Record one allergy or immunization entry.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      ADD ALLERGY/IMMUNIZATION RECORD"
           DISPLAY FRA-ME
           DISPLAY "Enter Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           DISPLAY "Entry Date (yyyy/mm/dd): " WITH NO ADVANCING
           ACCEPT WS-AI-ENTRY-DATE

           DISPLAY "Type -- (A)llergy or (I)mmunization: "
               WITH NO ADVANCING
           ACCEPT WS-AI-TYPE-CHOICE
           PERFORM UNTIL WS-AI-TYPE-CHOICE = "A"
                   OR WS-AI-TYPE-CHOICE = "a"
                   OR WS-AI-TYPE-CHOICE = "I"
                   OR WS-AI-TYPE-CHOICE = "i"
               DISPLAY "Please enter A or I."
               DISPLAY "Type -- (A)llergy or (I)mmunization: "
                   WITH NO ADVANCING
               ACCEPT WS-AI-TYPE-CHOICE
           END-PERFORM

           DISPLAY "Allergen or Vaccine Name: " WITH NO ADVANCING
           ACCEPT WS-AI-DESCRIPTION
           DISPLAY "Reaction Severity (allergy) or Dose/Lot (imm.): "
               WITH NO ADVANCING
           ACCEPT WS-AI-REACTION-OR-DOSE
           DISPLAY "Notes: " WITH NO ADVANCING
           ACCEPT WS-AI-NOTES

           MOVE WS-STUDENT-NUMBER     TO AI-STUDENT-NUMBER
           MOVE WS-AI-ENTRY-DATE      TO AI-ENTRY-DATE
           MOVE WS-AI-TYPE-CHOICE     TO AI-RECORD-TYPE
           MOVE WS-AI-DESCRIPTION     TO AI-DESCRIPTION
           MOVE WS-AI-REACTION-OR-DOSE TO AI-REACTION-OR-DOSE
           MOVE WS-AI-NOTES           TO AI-NOTES

           OPEN I-O ALLERGY-IMM-FILE
           IF WS-AI-FILE-STATUS = "35"                                *> File does not exist yet -- create it.
               OPEN OUTPUT ALLERGY-IMM-FILE
           END-IF

           WRITE ALLERGY-IMM-RECORD
               INVALID KEY
                   DISPLAY "An entry for that student and date"
                   DISPLAY "already exists -- overwriting it."
                   REWRITE ALLERGY-IMM-RECORD
           END-WRITE
           MOVE "W" TO WS-JN-ACTION
           PERFORM JOURNAL-ALLERGY

           CLOSE ALLERGY-IMM-FILE
           DISPLAY "Allergy/Immunization record saved."
           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       SHOW-KNOWN-ALLERGIES.                                         *> Surface any on-file allergies before a new
                                                                      *> Medication Name is entered for this student.
           MOVE "N" TO WS-ALLERGY-FOUND
           OPEN INPUT ALLERGY-IMM-FILE
           IF WS-AI-FILE-STATUS NOT = "35"
               MOVE WS-STUDENT-NUMBER TO AI-STUDENT-NUMBER
               MOVE LOW-VALUE         TO AI-ENTRY-DATE
               MOVE "N" TO WS-EOF-FLAG
               START ALLERGY-IMM-FILE
                   KEY IS NOT LESS THAN AI-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START

               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ALLERGY-IMM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF AI-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           IF AI-RECORD-TYPE = "A"
                                   OR AI-RECORD-TYPE = "a"
                               IF WS-ALLERGY-FOUND = "N"
                                   DISPLAY FRA-ME
                                   DISPLAY "KNOWN ALLERGIES ON FILE:"
                                   MOVE "Y" TO WS-ALLERGY-FOUND
                               END-IF
                               DISPLAY "  - " AI-DESCRIPTION
                                   " (" AI-REACTION-OR-DOSE ")"
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-ALLERGY-FOUND = "Y"
                   DISPLAY FRA-ME
               END-IF
               CLOSE ALLERGY-IMM-FILE
           ELSE
               CLOSE ALLERGY-IMM-FILE
           END-IF.

       GET-SAFE-MEDICATION.                                          *> Accept a Medication Name and refuse to continue
                                                                      *> while it matches an allergy on file, unless the
                                                                      *> nurse enters an explicit override reason.
           MOVE "N" TO WS-MED-OK
           PERFORM UNTIL WS-MED-OK = "Y"
               DISPLAY "   Medication Name:"
               MOVE "M" TO WS-CT-TYPE
               PERFORM PICK-FROM-CODE-TABLE
               MOVE WS-CT-PICKED TO WS-MEDICATION-NAME
               MOVE "Y" TO WS-MED-OK
               IF WS-MEDICATION-NAME NOT = SPACES
                   PERFORM CHECK-MEDICATION-ALLERGY
                   IF WS-MED-ALLERGY-FOUND = "Y"
                       DISPLAY FRA-ME
                       DISPLAY "** " WS-MEDICATION-NAME
                       DISPLAY "** matches a recorded ALLERGY for"
                       DISPLAY "** this student -- not saved."
                       DISPLAY FRA-ME
                       DISPLAY "Override reason (blank = enter a"
                       DISPLAY "different medication): "
                           WITH NO ADVANCING
                       ACCEPT WS-ALLERGY-OVERRIDE-REASON
                       IF WS-ALLERGY-OVERRIDE-REASON = SPACES
                           MOVE "N" TO WS-MED-OK
                       ELSE
                                                                      *> The override itself goes on the audit trail.
                           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
                           MOVE "ALLERGY OVERRIDE"
                               TO WS-AUDIT-FIELD-NAME
                           MOVE WS-MEDICATION-NAME
                               TO WS-AUDIT-OLD-VALUE
                           MOVE WS-ALLERGY-OVERRIDE-REASON
                               TO WS-AUDIT-NEW-VALUE
                           PERFORM APPEND-AUDIT-LOG
                       END-IF
                   END-IF
                   IF WS-MED-OK = "Y"
                                                                      *> A minor may only be medicated with a
                                                                      *> current signed consent on file -- the
                                                                      *> same hard stop the allergy check gets.
                       PERFORM CHECK-MEDICATION-CONSENT
                   END-IF
                   IF WS-MED-OK = "Y"
                                                                      *> Then the physician's standing orders and
                                                                      *> today's earlier doses.
                       PERFORM CHECK-STANDING-ORDER
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-MEDICATION-CONSENT.                                      *> Refuse to continue without a medication
                                                                      *> consent covering the current school year,
                                                                      *> unless the nurse records an explicit
                                                                      *> override reason.
           PERFORM GET-CURRENT-SCHOOL-YEAR
           MOVE "N" TO WS-CN-CURRENT-OK
           OPEN INPUT CONSENT-FILE
           IF WS-CN-FILE-STATUS NOT = "35"
               MOVE WS-STUDENT-NUMBER TO CN-STUDENT-NUMBER
               MOVE "M"               TO CN-CONSENT-TYPE
               READ CONSENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CN-SCHOOL-YEAR = WS-CN-CURRENT-SY
                           MOVE "Y" TO WS-CN-CURRENT-OK
                       END-IF
               END-READ
           END-IF
           CLOSE CONSENT-FILE
           IF WS-CN-CURRENT-OK NOT = "Y"
               DISPLAY FRA-ME
               DISPLAY "** NO current medication consent on file"
               DISPLAY "** for this student (SY " WS-CN-CURRENT-SY
                   ")."
               DISPLAY FRA-ME
               DISPLAY "Override reason (blank = do not give"
               DISPLAY "this medication): " WITH NO ADVANCING
               ACCEPT WS-CN-OVERRIDE-REASON
               IF WS-CN-OVERRIDE-REASON = SPACES
                   MOVE "N" TO WS-MED-OK
               ELSE
                                                                      *> The override itself goes on the audit trail.
                   MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
                   MOVE "CONSENT OVERRIDE"
                       TO WS-AUDIT-FIELD-NAME
                   MOVE WS-MEDICATION-NAME TO WS-AUDIT-OLD-VALUE
                   MOVE WS-CN-OVERRIDE-REASON
                       TO WS-AUDIT-NEW-VALUE
                   PERFORM APPEND-AUDIT-LOG
               END-IF
           END-IF.

       SET-STANDING-ORDER-PATIENT.                                   *> Condition and age for the standing-order check,
                                                                      *> from the patient record in hand.
           MOVE HEALTH-CONDITION TO WS-SO-CONDITION
           PERFORM GET-PATIENT-AGE-YEARS
           MOVE WS-RECORD-AGE TO WS-SO-AGE.

       CHECK-STANDING-ORDER.                                         *> Hold the medication just picked against the
                                                                      *> signed standing orders for WS-SO-CONDITION
                                                                      *> and WS-SO-AGE, and against what the student
                                                                      *> already got today. A breach needs an
                                                                      *> override reason, same as an allergy.
           MOVE ZERO   TO WS-SO-MAX-UNITS
           MOVE SPACES TO WS-SO-PROBLEM
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-SO-FILE-STATUS = "35"
               CLOSE STANDING-ORDER-FILE                              *> No standing orders kept yet -- nothing to hold
                                                                      *> the dispense against.
           ELSE
               MOVE "C" TO WS-CT-TYPE
               MOVE WS-SO-CONDITION TO WS-SO-LOOKUP-TEXT
               PERFORM LOOKUP-CODE-FOR-TEXT
               MOVE WS-SO-LOOKUP-CODE TO WS-SO-COND-CODE
               MOVE "M" TO WS-CT-TYPE
               MOVE WS-MEDICATION-NAME TO WS-SO-LOOKUP-TEXT
               PERFORM LOOKUP-CODE-FOR-TEXT
               MOVE WS-SO-LOOKUP-CODE TO WS-SO-MED-CODE
               PERFORM FIND-STANDING-ORDER-BAND
               CLOSE STANDING-ORDER-FILE
               EVALUATE TRUE
                   WHEN WS-SO-PAIR-FOUND NOT = "Y"
                       STRING "Not a standing order for "
                           DELIMITED BY SIZE
                           WS-SO-CONDITION DELIMITED BY "  "
                           "." DELIMITED BY SIZE
                           INTO WS-SO-PROBLEM
                   WHEN WS-SO-FOUND NOT = "Y"
                       STRING "No standing-order dose for age "
                           WS-SO-AGE "." DELIMITED BY SIZE
                           INTO WS-SO-PROBLEM
                   WHEN OTHER
                       DISPLAY "   Standing order: " WS-SO-DOSE-TEXT
                           " (at most " WS-SO-MAX-UNITS " unit(s))"
                       DISPLAY "   At least " WS-SO-MIN-HOURS
                           " h apart, at most " WS-SO-MAX-DAILY
                           " a day."
                       PERFORM GET-CURRENT-SCHOOL-YEAR
                       IF WS-SO-SIGNED-SY NOT = WS-CN-CURRENT-SY
                           DISPLAY "   ** Not signed for SY "
                               WS-CN-CURRENT-SY
                               " -- have the physician re-sign."
                       END-IF
               END-EVALUATE
               PERFORM COUNT-SAME-DAY-DOSES
               IF WS-SO-TODAY-DOSES > ZERO
                   DISPLAY "   Already given today: " WS-SO-TODAY-DOSES
                       " time(s), last at " WS-SO-LAST-TIME
                   IF WS-SO-PROBLEM = SPACES
                           AND WS-SO-FOUND = "Y"
                       IF WS-SO-MAX-DAILY > ZERO
                               AND WS-SO-TODAY-DOSES
                                   NOT < WS-SO-MAX-DAILY
                           STRING "Daily maximum of " WS-SO-MAX-DAILY
                               " dose(s) already reached."
                               DELIMITED BY SIZE INTO WS-SO-PROBLEM
                       ELSE
                           IF WS-SO-GAP-MIN < WS-SO-MIN-HOURS * 60
                               MOVE WS-SO-GAP-HOURS TO WS-SO-GAP-ED
                               STRING "Only " WS-SO-GAP-ED
                                   " h since the last dose -- "
                                   WS-SO-MIN-HOURS " h needed."
                                   DELIMITED BY SIZE
                                   INTO WS-SO-PROBLEM
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WS-SO-PROBLEM NOT = SPACES
                   MOVE ZERO TO WS-SO-MAX-UNITS
                   DISPLAY FRA-ME
                   DISPLAY "** " WS-MEDICATION-NAME
                   DISPLAY "** " WS-SO-PROBLEM
                   DISPLAY FRA-ME
                   DISPLAY "Override reason (blank = do not give"
                   DISPLAY "this medication): " WITH NO ADVANCING
                   ACCEPT WS-SO-OVERRIDE-REASON
                   IF WS-SO-OVERRIDE-REASON = SPACES
                       MOVE "N" TO WS-MED-OK
                   ELSE
                                                                      *> The override itself goes on the audit trail.
                       MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
                       MOVE "PROTOCOL OVERRIDE"
                           TO WS-AUDIT-FIELD-NAME
                       MOVE WS-MEDICATION-NAME TO WS-AUDIT-OLD-VALUE
                       MOVE WS-SO-OVERRIDE-REASON
                           TO WS-AUDIT-NEW-VALUE
                       PERFORM APPEND-AUDIT-LOG
                   END-IF
               END-IF
           END-IF.

       LOOKUP-CODE-FOR-TEXT.                                         *> The WS-CT-TYPE code whose description is
                                                                      *> WS-SO-LOOKUP-TEXT, blank when none.
           MOVE SPACES TO WS-SO-LOOKUP-CODE
           OPEN INPUT CODE-TABLE-FILE
           IF WS-CT-FILE-STATUS NOT = "35"
                   AND WS-SO-LOOKUP-TEXT NOT = SPACES
               MOVE WS-CT-TYPE TO CT-TYPE
               MOVE LOW-VALUE  TO CT-CODE
               MOVE "N" TO WS-SO-EOF-FLAG
               START CODE-TABLE-FILE
                   KEY IS NOT LESS THAN CT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SO-EOF-FLAG
               END-START
               PERFORM UNTIL WS-SO-EOF-FLAG = "Y"
                   READ CODE-TABLE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SO-EOF-FLAG
                   END-READ
                   IF WS-SO-EOF-FLAG NOT = "Y"
                       IF CT-TYPE NOT = WS-CT-TYPE
                           MOVE "Y" TO WS-SO-EOF-FLAG
                       ELSE
                           IF CT-DESCRIPTION = WS-SO-LOOKUP-TEXT
                               MOVE CT-CODE TO WS-SO-LOOKUP-CODE
                               MOVE "Y" TO WS-SO-EOF-FLAG
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CODE-TABLE-FILE.

       FIND-STANDING-ORDER-BAND.                                     *> The row for WS-SO-COND-CODE/WS-SO-MED-CODE whose
                                                                      *> age band takes in WS-SO-AGE.
                                                                      *> STANDING-ORDER-FILE must already be open.
           MOVE "N" TO WS-SO-PAIR-FOUND
           MOVE "N" TO WS-SO-FOUND
           IF WS-SO-COND-CODE NOT = SPACES
                   AND WS-SO-MED-CODE NOT = SPACES
               MOVE WS-SO-COND-CODE TO SO-COND-CODE
               MOVE WS-SO-MED-CODE  TO SO-MED-CODE
               MOVE ZERO            TO SO-AGE-FROM
               MOVE "N" TO WS-SO-EOF-FLAG
               START STANDING-ORDER-FILE
                   KEY IS NOT LESS THAN SO-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SO-EOF-FLAG
               END-START
               PERFORM UNTIL WS-SO-EOF-FLAG = "Y"
                   READ STANDING-ORDER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SO-EOF-FLAG
                   END-READ
                   IF WS-SO-EOF-FLAG NOT = "Y"
                       IF SO-COND-CODE NOT = WS-SO-COND-CODE
                               OR SO-MED-CODE NOT = WS-SO-MED-CODE
                           MOVE "Y" TO WS-SO-EOF-FLAG
                       ELSE
                           MOVE "Y" TO WS-SO-PAIR-FOUND
                           IF WS-SO-AGE NOT < SO-AGE-FROM
                                   AND WS-SO-AGE NOT > SO-AGE-TO
                               MOVE "Y" TO WS-SO-FOUND
                               MOVE "Y" TO WS-SO-EOF-FLAG
                               MOVE SO-DOSE-TEXT  TO WS-SO-DOSE-TEXT
                               MOVE SO-DOSE-UNITS TO WS-SO-MAX-UNITS
                               MOVE SO-MIN-HOURS  TO WS-SO-MIN-HOURS
                               MOVE SO-MAX-DAILY  TO WS-SO-MAX-DAILY
                               MOVE SO-SIGNED-SY  TO WS-SO-SIGNED-SY
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       COUNT-SAME-DAY-DOSES.                                         *> Today's visit rows for WS-STUDENT-NUMBER that
                                                                      *> gave WS-MEDICATION-NAME, and the minutes since
                                                                      *> the latest of them.
           MOVE ZERO   TO WS-SO-TODAY-DOSES
           MOVE SPACES TO WS-SO-LAST-TIME
           MOVE 9999   TO WS-SO-GAP-MIN
           MOVE 99.9   TO WS-SO-GAP-HOURS
           PERFORM FORMAT-TODAY-SLASHED
           IF WS-STUDENT-NUMBER NOT = SPACES
               OPEN INPUT VISIT-HISTORY-FILE
               IF WS-VH-FILE-STATUS NOT = "35"
                   MOVE WS-STUDENT-NUMBER TO VH-STUDENT-NUMBER
                   MOVE WS-TODAY-SLASHED  TO VH-DATE-OF-VISIT
                   MOVE LOW-VALUE         TO VH-TIME-OF-VISIT
                   MOVE "N" TO WS-SO-EOF-FLAG
                   START VISIT-HISTORY-FILE
                       KEY IS NOT LESS THAN VH-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-SO-EOF-FLAG
                   END-START
                   PERFORM UNTIL WS-SO-EOF-FLAG = "Y"
                       READ VISIT-HISTORY-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-SO-EOF-FLAG
                       END-READ
                       IF WS-SO-EOF-FLAG NOT = "Y"
                           IF VH-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                                   OR VH-DATE-OF-VISIT
                                       NOT = WS-TODAY-SLASHED
                               MOVE "Y" TO WS-SO-EOF-FLAG
                           ELSE
                               PERFORM MASK-VH-FIELDS
                               IF VH-MEDICATION-NAME
                                       = WS-MEDICATION-NAME
                                   ADD 1 TO WS-SO-TODAY-DOSES
                                   MOVE VH-TIME-OF-VISIT
                                       TO WS-SO-LAST-TIME
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE VISIT-HISTORY-FILE
           END-IF
           IF WS-SO-TODAY-DOSES > ZERO
                   AND WS-SO-LAST-TIME(1:2) IS NUMERIC
                   AND WS-SO-LAST-TIME(4:2) IS NUMERIC
               PERFORM GET-CLOCK-HHMM
               MOVE WS-VH-TIME-SLOT(1:2) TO WS-SO-HH
               MOVE WS-VH-TIME-SLOT(4:2) TO WS-SO-MM
               COMPUTE WS-SO-NOW-MIN = WS-SO-HH * 60 + WS-SO-MM
               MOVE WS-SO-LAST-TIME(1:2) TO WS-SO-HH
               MOVE WS-SO-LAST-TIME(4:2) TO WS-SO-MM
               COMPUTE WS-SO-LAST-MIN = WS-SO-HH * 60 + WS-SO-MM
               COMPUTE WS-SO-GAP-MIN = WS-SO-NOW-MIN - WS-SO-LAST-MIN
               IF WS-SO-GAP-MIN < ZERO
                   MOVE ZERO TO WS-SO-GAP-MIN
               END-IF
               COMPUTE WS-SO-GAP-HOURS = WS-SO-GAP-MIN / 60
           END-IF.

       GET-CURRENT-SCHOOL-YEAR.                                       *> June starts the school year -- before June the
                                                                      *> current SY began the previous calendar year.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           IF WS-TODAY-MONTH >= 6
               MOVE WS-TODAY-YEAR TO WS-CN-SY-YEAR-1
           ELSE
               COMPUTE WS-CN-SY-YEAR-1 = WS-TODAY-YEAR - 1
           END-IF
           COMPUTE WS-CN-SY-YEAR-2 = WS-CN-SY-YEAR-1 + 1
           MOVE SPACES TO WS-CN-CURRENT-SY
           MOVE WS-CN-SY-YEAR-1 TO WS-CN-CURRENT-SY(1:4)
           MOVE "-"             TO WS-CN-CURRENT-SY(5:1)
           MOVE WS-CN-SY-YEAR-2 TO WS-CN-CURRENT-SY(6:4).

       CHECK-MEDICATION-ALLERGY.                                     *> Compare the entered medication against this
                                                                      *> student's "A"-type entries, ignoring case.
           MOVE "N" TO WS-MED-ALLERGY-FOUND
           MOVE WS-MEDICATION-NAME TO WS-MATCH-MED
           INSPECT WS-MATCH-MED CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           OPEN INPUT ALLERGY-IMM-FILE
           IF WS-AI-FILE-STATUS NOT = "35"
               MOVE WS-STUDENT-NUMBER TO AI-STUDENT-NUMBER
               MOVE LOW-VALUE         TO AI-ENTRY-DATE
               MOVE "N" TO WS-EOF-FLAG
               START ALLERGY-IMM-FILE
                   KEY IS NOT LESS THAN AI-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ALLERGY-IMM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF AI-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           IF AI-RECORD-TYPE = "A"
                                   OR AI-RECORD-TYPE = "a"
                               MOVE AI-DESCRIPTION TO WS-MATCH-ALLERGEN
                               INSPECT WS-MATCH-ALLERGEN
                                   CONVERTING WS-LOWER-ALPHA
                                   TO WS-UPPER-ALPHA
                               IF WS-MATCH-ALLERGEN = WS-MATCH-MED
                                   MOVE "Y" TO WS-MED-ALLERGY-FOUND
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ALLERGY-IMM-FILE.

       VIEW-ALLERGY-IMMUNIZATION.                                    *> List allergy/immunization history for one student.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      ALLERGY/IMMUNIZATION HISTORY"
           DISPLAY FRA-ME
           DISPLAY "Enter Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           MOVE WS-STUDENT-NUMBER TO WS-AX-STUDENT
           MOVE "ALLERGY/IMMUN"   TO WS-AX-SCREEN
           PERFORM LOG-RECORD-VIEW

           OPEN INPUT ALLERGY-IMM-FILE
           IF WS-AI-FILE-STATUS = "35"
               DISPLAY "No allergy/immunization records on file yet."
           ELSE
               MOVE WS-STUDENT-NUMBER TO AI-STUDENT-NUMBER
               MOVE LOW-VALUE         TO AI-ENTRY-DATE
               MOVE "N" TO WS-EOF-FLAG
               START ALLERGY-IMM-FILE
                   KEY IS NOT LESS THAN AI-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
                       DISPLAY "No records on file for that student."
               END-START

               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ALLERGY-IMM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF AI-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           DISPLAY "Entry Date: " AI-ENTRY-DATE
                           IF AI-RECORD-TYPE = "A"
                                   OR AI-RECORD-TYPE = "a"
                               DISPLAY "Type: Allergy"
                           ELSE
                               DISPLAY "Type: Immunization"
                           END-IF
                           DISPLAY "Description: " AI-DESCRIPTION
                           DISPLAY "Reaction/Dose: "
                               AI-REACTION-OR-DOSE
                           DISPLAY "Notes: " AI-NOTES
                           DISPLAY FRA-ME
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ALLERGY-IMM-FILE
           END-IF

           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       PRINT-VISIT-SLIP.                                             *> Print a slip the student carries back to class.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      PRINT VISIT SLIP"
           DISPLAY FRA-ME
           DISPLAY "Enter Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER

           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "No patient records have been added yet."
           ELSE
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       DISPLAY "No patient record found for that"
                       DISPLAY "Student ID."
                   NOT INVALID KEY
                       PERFORM FIND-LATEST-VISIT
                       PERFORM WRITE-VISIT-SLIP
               END-READ
           END-IF
           CLOSE PATIENT-FILE

           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       FIND-LATEST-VISIT.                                            *> Locate this student's most recent visit entry.
           MOVE SPACES TO VH-DATE-OF-VISIT
           MOVE SPACES TO VH-TIME-OF-VISIT
           MOVE SPACES TO VH-HEALTH-CONDITION
           MOVE SPACES TO VH-MEDICATION-NAME
           MOVE SPACES TO VH-PRESCRIBER
      *> Also clear the shared fields WRITE-VISIT-SLIP prints from --
      *> otherwise a student with no visit-history entry gets whatever
      *> an earlier, unrelated operation left behind in them.
           MOVE SPACES TO WS-DATE-OF-VISIT
           MOVE SPACES TO WS-HEALTH-CONDITION
           MOVE SPACES TO WS-MEDICATION-NAME
           MOVE SPACES TO WS-PRESCRIBER

           OPEN INPUT VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS NOT = "35"
               MOVE WS-STUDENT-NUMBER TO VH-STUDENT-NUMBER
               MOVE LOW-VALUE         TO VH-DATE-OF-VISIT
               MOVE LOW-VALUE         TO VH-TIME-OF-VISIT
               MOVE "N" TO WS-EOF-FLAG
               START VISIT-HISTORY-FILE
                   KEY IS NOT LESS THAN VH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START

               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ VISIT-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF VH-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           PERFORM MASK-VH-FIELDS
                           MOVE VH-DATE-OF-VISIT TO WS-DATE-OF-VISIT
                           MOVE VH-HEALTH-CONDITION
                               TO WS-HEALTH-CONDITION
                           MOVE VH-MEDICATION-NAME
                               TO WS-MEDICATION-NAME
                           MOVE VH-PRESCRIBER TO WS-PRESCRIBER
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE VISIT-HISTORY-FILE.

       WRITE-VISIT-SLIP.                                             *> Format and save the slip for this visit.
           OPEN OUTPUT VISIT-SLIP-FILE

           MOVE FRA-ME TO VISIT-SLIP-RECORD
           WRITE VISIT-SLIP-RECORD
           MOVE "         MEDIKA CLINIC VISIT SLIP" TO VISIT-SLIP-RECORD
           WRITE VISIT-SLIP-RECORD
           MOVE FRA-ME TO VISIT-SLIP-RECORD
           WRITE VISIT-SLIP-RECORD

           STRING "Student ID: " STUDENT-NUMBER DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           MOVE WS-SLIP-LINE TO VISIT-SLIP-RECORD
           WRITE VISIT-SLIP-RECORD

           STRING "Name: " PATIENT-NAME DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           MOVE WS-SLIP-LINE TO VISIT-SLIP-RECORD
           WRITE VISIT-SLIP-RECORD

           STRING "Course/Section: " STUDENT-CYS DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           MOVE WS-SLIP-LINE TO VISIT-SLIP-RECORD
           WRITE VISIT-SLIP-RECORD

           STRING "Date of Visit: " WS-DATE-OF-VISIT DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           MOVE WS-SLIP-LINE TO VISIT-SLIP-RECORD
           WRITE VISIT-SLIP-RECORD

           STRING "Health Condition: " WS-HEALTH-CONDITION
               DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           MOVE WS-SLIP-LINE TO VISIT-SLIP-RECORD
           WRITE VISIT-SLIP-RECORD

           STRING "Medication: " WS-MEDICATION-NAME DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           MOVE WS-SLIP-LINE TO VISIT-SLIP-RECORD
           WRITE VISIT-SLIP-RECORD

           STRING "Prescriber: " WS-PRESCRIBER DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           MOVE WS-SLIP-LINE TO VISIT-SLIP-RECORD
           WRITE VISIT-SLIP-RECORD

           MOVE "Please return to class with this slip."
               TO VISIT-SLIP-RECORD
           WRITE VISIT-SLIP-RECORD
           MOVE FRA-ME TO VISIT-SLIP-RECORD
           WRITE VISIT-SLIP-RECORD

           CLOSE VISIT-SLIP-FILE

           DISPLAY FRA-ME
           DISPLAY "         MEDIKA CLINIC VISIT SLIP"
           DISPLAY FRA-ME
           DISPLAY "Student ID: " STUDENT-NUMBER
           DISPLAY "Name: " PATIENT-NAME
           DISPLAY "Course/Section: " STUDENT-CYS
           DISPLAY "Date of Visit: " WS-DATE-OF-VISIT
           DISPLAY "Health Condition: " WS-HEALTH-CONDITION
           DISPLAY "Medication: " WS-MEDICATION-NAME
           DISPLAY "Prescriber: " WS-PRESCRIBER
           DISPLAY "Please return to class with this slip."
           DISPLAY FRA-ME
           DISPLAY "Slip saved to /home/zelly/VISIT_SLIP.txt".


       GET-LABEL-DIRECTIONS.                                         *> Dose, how often and any warning for the
                                                                      *> envelope label -- the standing order's dose
                                                                      *> and interval are offered when there is one.
           MOVE SPACES TO WS-LB-DOSE
           MOVE SPACES TO WS-LB-FREQUENCY
           MOVE SPACES TO WS-LB-WARNING
           IF WS-SO-MAX-UNITS > ZERO
               MOVE WS-SO-DOSE-TEXT TO WS-LB-DOSE
               IF WS-SO-MIN-HOURS > ZERO
                   STRING "every " WS-SO-MIN-HOURS " hours"
                       DELIMITED BY SIZE INTO WS-LB-FREQUENCY
               END-IF
           END-IF
           DISPLAY "Label -- dose each time [" WS-LB-DOSE "]: "
               WITH NO ADVANCING
           ACCEPT WS-LB-ENTRY
           IF WS-LB-ENTRY NOT = SPACES
               MOVE WS-LB-ENTRY TO WS-LB-DOSE
           END-IF
           DISPLAY "Label -- how often [" WS-LB-FREQUENCY "]: "
               WITH NO ADVANCING
           ACCEPT WS-LB-ENTRY
           IF WS-LB-ENTRY NOT = SPACES
               MOVE WS-LB-ENTRY TO WS-LB-FREQUENCY
           END-IF
           DISPLAY "Label -- warning (e.g. take with food,"
           DISPLAY "may cause drowsiness; Enter = none): "
               WITH NO ADVANCING
           ACCEPT WS-LB-WARNING.

       PRINT-DISPENSING-LABEL.                                       *> Label for the units just dispensed on a visit,
                                                                      *> from the register lines written this minute.
           MOVE STUDENT-NUMBER   TO WS-LB-STUDENT
           MOVE PATIENT-NAME     TO WS-LB-NAME
           MOVE STUDENT-CYS      TO WS-LB-CYS
           MOVE WS-TODAY-SLASHED TO WS-LB-DATE
           MOVE SPACES           TO WS-LB-TIME
           MOVE WS-VH-TIME-RAW(1:2) TO WS-LB-TIME(1:2)
           MOVE ":"                 TO WS-LB-TIME(3:1)
           MOVE WS-VH-TIME-RAW(3:2) TO WS-LB-TIME(4:2)
           PERFORM WRITE-DISPENSING-LABEL.

       REPRINT-DISPENSING-LABEL.                                     *> Label for everything dispensed to the student
                                                                      *> in WS-STUDENT-NUMBER on one visit date.
           DISPLAY "Reprint dispensing label -- visit date"
           DISPLAY "(YYYY/MM/DD, Enter = skip): " WITH NO ADVANCING
           ACCEPT WS-LB-DATE
           IF WS-LB-DATE NOT = SPACES
               MOVE WS-STUDENT-NUMBER TO WS-LB-STUDENT
               MOVE SPACES TO WS-LB-NAME
               MOVE SPACES TO WS-LB-CYS
               MOVE SPACES TO WS-LB-TIME
               OPEN INPUT PATIENT-FILE
               IF WS-FILE-STATUS NOT = "35"
                   MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
                   READ PATIENT-FILE
                       KEY IS STUDENT-NUMBER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PATIENT-NAME TO WS-LB-NAME
                           MOVE STUDENT-CYS  TO WS-LB-CYS
                   END-READ
               END-IF
               CLOSE PATIENT-FILE
               PERFORM WRITE-DISPENSING-LABEL
           END-IF.

       WRITE-DISPENSING-LABEL.                                       *> Format and save the label for WS-LB-STUDENT's
                                                                      *> visit dispenses on WS-LB-DATE (at WS-LB-TIME
                                                                      *> when set), and show it on screen.
           MOVE ZERO TO WS-LB-COUNT
           MOVE SPACES TO WS-LB-NURSE
           OPEN OUTPUT DISPENSE-LABEL-FILE
           MOVE FRA-ME TO WS-SLIP-LINE
           PERFORM PUT-LABEL-LINE
           MOVE "    MEDIKA CLINIC -- DISPENSING LABEL AND INSTRUCTIONS"
               TO WS-SLIP-LINE
           PERFORM PUT-LABEL-LINE
           MOVE FRA-ME TO WS-SLIP-LINE
           PERFORM PUT-LABEL-LINE
           STRING "Student ID: " WS-LB-STUDENT DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           PERFORM PUT-LABEL-LINE
           STRING "Name: " WS-LB-NAME DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           PERFORM PUT-LABEL-LINE
           STRING "Course/Section: " WS-LB-CYS DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           PERFORM PUT-LABEL-LINE
           STRING "Date given: " WS-LB-DATE " " WS-LB-TIME
               DELIMITED BY SIZE INTO WS-SLIP-LINE
           PERFORM PUT-LABEL-LINE
           MOVE FRA-ME TO WS-SLIP-LINE
           PERFORM PUT-LABEL-LINE
           OPEN INPUT DISPENSE-LOG-FILE
           IF WS-DL-STATUS NOT = "35"
               MOVE "N" TO WS-DL-EOF-FLAG
               PERFORM UNTIL WS-DL-EOF-FLAG = "Y"
                   READ DISPENSE-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-DL-EOF-FLAG
                       NOT AT END
                           IF DL-SOURCE = "V"
                                   AND DL-STUDENT-NUMBER = WS-LB-STUDENT
                                   AND DL-DATE = WS-LB-DATE
                                   AND (WS-LB-TIME = SPACES
                                       OR DL-TIME = WS-LB-TIME)
                               PERFORM EMIT-LABEL-ITEM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DISPENSE-LOG-FILE
           IF WS-LB-COUNT = ZERO
               MOVE "No medication from the clinic cabinet is on"
                   TO WS-SLIP-LINE
               PERFORM PUT-LABEL-LINE
               MOVE "record for this visit." TO WS-SLIP-LINE
               PERFORM PUT-LABEL-LINE
               MOVE FRA-ME TO WS-SLIP-LINE
               PERFORM PUT-LABEL-LINE
           END-IF
           STRING "Attending nurse: " WS-LB-NURSE DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           PERFORM PUT-LABEL-LINE
           MOVE "Keep out of reach of children. Do not exceed the dose."
               TO WS-SLIP-LINE
           PERFORM PUT-LABEL-LINE
           MOVE "TO THE PARENT/GUARDIAN: the medicine above was given"
               TO WS-SLIP-LINE
           PERFORM PUT-LABEL-LINE
           MOVE "to your child at the school clinic at the date and"
               TO WS-SLIP-LINE
           PERFORM PUT-LABEL-LINE
           MOVE "time shown. Please count this dose before giving any"
               TO WS-SLIP-LINE
           PERFORM PUT-LABEL-LINE
           MOVE "more at home, and call the clinic with any questions."
               TO WS-SLIP-LINE
           PERFORM PUT-LABEL-LINE
           MOVE FRA-ME TO WS-SLIP-LINE
           PERFORM PUT-LABEL-LINE
           CLOSE DISPENSE-LABEL-FILE
           DISPLAY "Label saved to /home/zelly/DISP_LABEL.txt".

       EMIT-LABEL-ITEM.                                              *> One register line on the label, with the
                                                                      *> lot's expiry from the lot file.
           ADD 1 TO WS-LB-COUNT
           MOVE DL-GIVEN-BY TO WS-LB-NURSE
           MOVE SPACES TO WS-LB-EXPIRY
           IF DL-LOT-NUMBER NOT = SPACES
               OPEN INPUT MED-LOT-FILE
               IF WS-ML-FILE-STATUS NOT = "35"
                   MOVE DL-ITEM-NAME  TO ML-ITEM-NAME
                   MOVE DL-LOT-NUMBER TO ML-LOT-NUMBER
                   READ MED-LOT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ML-EXPIRY-DATE TO WS-LB-EXPIRY
                   END-READ
               END-IF
               CLOSE MED-LOT-FILE
           END-IF
           MOVE DL-QTY TO WS-LB-QTY-ED
           STRING "Medicine: " DL-ITEM-NAME DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           PERFORM PUT-LABEL-LINE
           STRING "Quantity: " WS-LB-QTY-ED "   Lot: " DL-LOT-NUMBER
               "  Expires: " WS-LB-EXPIRY
               DELIMITED BY SIZE INTO WS-SLIP-LINE
           PERFORM PUT-LABEL-LINE
           STRING "Dose: " DL-DOSE "  How often: " DL-FREQUENCY
               DELIMITED BY SIZE INTO WS-SLIP-LINE
           PERFORM PUT-LABEL-LINE
           IF DL-WARNING NOT = SPACES
               STRING "WARNING: " DL-WARNING DELIMITED BY SIZE
                   INTO WS-SLIP-LINE
               PERFORM PUT-LABEL-LINE
           END-IF
           MOVE FRA-ME TO WS-SLIP-LINE
           PERFORM PUT-LABEL-LINE.

       PUT-LABEL-LINE.                                               *> Write WS-SLIP-LINE to the label and the screen.
           MOVE WS-SLIP-LINE TO DISPENSE-LABEL-RECORD
           WRITE DISPENSE-LABEL-RECORD
           DISPLAY WS-SLIP-LINE
           MOVE SPACES TO WS-SLIP-LINE.
       CERTIFICATE-MENU.                                             *> Formal medical certificates with a serial register.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      MEDICAL CERTIFICATES"
           DISPLAY FRA-ME
           DISPLAY "1) Issue a certificate"
           DISPLAY "2) Verify a serial number"
           DISPLAY "x) Back to main menu"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-CERT-CHOICE
           EVALUATE WS-CERT-CHOICE
               WHEN "1"
                   PERFORM ISSUE-CERTIFICATE
               WHEN "2"
                   PERFORM VERIFY-CERTIFICATE
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-CERT-CHOICE NOT = "x" AND WS-CERT-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM CERTIFICATE-MENU
           ELSE
               PERFORM DISPLAY-MENU
           END-IF.

       ISSUE-CERTIFICATE.                                            *> Pull the record and latest visit, assign the next
                                                                      *> serial, register it, and print the certificate.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "No patient records have been added yet."
               CLOSE PATIENT-FILE
           ELSE
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       DISPLAY "No patient record found for that"
                       DISPLAY "Student ID."
                       CLOSE PATIENT-FILE
                   NOT INVALID KEY
                       PERFORM MASK-HEALTH-FIELDS
                       CLOSE PATIENT-FILE
                       PERFORM FIND-LATEST-VISIT
                       DISPLAY "Certificate type (PE excuse,"
                       DISPLAY "fit-to-return, sports clearance):"
                       DISPLAY "   " WITH NO ADVANCING
                       ACCEPT WS-CERT-TYPE
                                                                      *> A sports clearance must trace back to a
                                                                      *> recorded assessment before a serial is
                                                                      *> spent on it.
                       PERFORM CHECK-SPORTS-CLEARANCE-TYPE
                       IF WS-SC-OK = "Y"
                           PERFORM GET-NEXT-CERT-SERIAL
                           PERFORM REGISTER-CERTIFICATE
                           PERFORM WRITE-CERTIFICATE
                           PERFORM CHARGE-CERTIFICATE-FEE
                           PERFORM CLOSE-EXCLUSION-ON-CERT
                       END-IF
               END-READ
           END-IF.

       CLOSE-EXCLUSION-ON-CERT.                                      *> A fit-to-return certificate clears any open
                                                                      *> class exclusion for the student, tied to the
                                                                      *> serial just issued.
           MOVE ZERO TO WS-CERT-FIT-TALLY
           INSPECT WS-CERT-TYPE TALLYING WS-CERT-FIT-TALLY
               FOR ALL "fit"
           INSPECT WS-CERT-TYPE TALLYING WS-CERT-FIT-TALLY
               FOR ALL "FIT"
           INSPECT WS-CERT-TYPE TALLYING WS-CERT-FIT-TALLY
               FOR ALL "Fit"
           IF WS-CERT-FIT-TALLY > ZERO
               MOVE WS-STUDENT-NUMBER TO WS-CP-STUDENT
               PERFORM CHECK-OPEN-EXCLUSION
               IF WS-EX-FOUND = "Y"
                   PERFORM FORMAT-TODAY-SLASHED
                   OPEN I-O EXCLUSION-FILE
                   MOVE WS-STUDENT-NUMBER TO EX-STUDENT-NUMBER
                   MOVE WS-EX-OPEN-DATE   TO EX-START-DATE
                   READ EXCLUSION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "C"              TO EX-STATUS
                           MOVE WS-TODAY-SLASHED TO EX-CLEARED-DATE
                           MOVE WS-CERT-SERIAL   TO EX-CERT-SERIAL
                           REWRITE EXCLUSION-RECORD
                           DISPLAY "Class exclusion cleared against"
                           DISPLAY "certificate serial "
                               WS-CERT-SERIAL "."
                           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
                           MOVE "EXCLUSION" TO WS-AUDIT-FIELD-NAME
                           MOVE WS-EX-CONDITION
                               TO WS-AUDIT-OLD-VALUE
                           MOVE "CLEARED" TO WS-AUDIT-NEW-VALUE
                           PERFORM APPEND-AUDIT-LOG
                   END-READ
                   CLOSE EXCLUSION-FILE
               END-IF
           END-IF.

       OPEN-EXCLUSIONS-LIST.                                         *> Every open exclusion, for the principal's
                                                                      *> office.
           MOVE ZERO TO WS-EX-COUNT
           DISPLAY FRA-ME
           DISPLAY "OPEN CLASS EXCLUSIONS"
           DISPLAY FRA-ME
           OPEN INPUT EXCLUSION-FILE
           IF WS-EX-FILE-STATUS = "35"
               DISPLAY "No exclusions on file yet."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ EXCLUSION-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF EX-STATUS = "O"
                           ADD 1 TO WS-EX-COUNT
                           DISPLAY EX-START-DATE " "
                               EX-STUDENT-NUMBER " " EX-CONDITION
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE EXCLUSION-FILE
           DISPLAY FRA-ME
           DISPLAY "Students currently excluded: " WS-EX-COUNT.

       CHARGE-CERTIFICATE-FEE.                                       *> Certificates carry a small fee -- collect it
                                                                      *> against an official receipt while the serial
                                                                      *> is still on the desk.
           DISPLAY "Fee charged (0 = no charge): " WITH NO ADVANCING
           ACCEPT WS-ORR-AMOUNT
           IF WS-ORR-AMOUNT > ZERO
               MOVE "Medical certificate" TO WS-ORR-SERVICE
               PERFORM ISSUE-OFFICIAL-RECEIPT
           END-IF.

       GET-NEXT-OR-SERIAL.                                           *> OR serials live in the same counter file as
                                                                      *> Patient IDs, under their own "3" counter row.
           OPEN I-O ID-COUNTER-FILE
           IF WS-ID-COUNTER-FILE-STATUS = "35"
               OPEN OUTPUT ID-COUNTER-FILE
               MOVE 1 TO WS-ORR-SERIAL
               MOVE "3" TO IC-KEY
               MOVE WS-ORR-SERIAL TO IC-NEXT-ID
               WRITE ID-COUNTER-RECORD
           ELSE
               MOVE "3" TO IC-KEY
               READ ID-COUNTER-FILE
                   KEY IS IC-KEY
                   INVALID KEY
                       MOVE 1 TO WS-ORR-SERIAL
                       MOVE "3" TO IC-KEY
                       MOVE WS-ORR-SERIAL TO IC-NEXT-ID
                       WRITE ID-COUNTER-RECORD
                   NOT INVALID KEY
                       COMPUTE WS-ORR-SERIAL = IC-NEXT-ID + 1
                       MOVE WS-ORR-SERIAL TO IC-NEXT-ID
                       REWRITE ID-COUNTER-RECORD
               END-READ
           END-IF
           CLOSE ID-COUNTER-FILE.

       ISSUE-OFFICIAL-RECEIPT.                                       *> One register row per receipt, for the service
                                                                      *> in WS-ORR-SERVICE and amount in WS-ORR-AMOUNT.
           PERFORM FORMAT-TODAY-SLASHED
           PERFORM GET-NEXT-OR-SERIAL
           OPEN I-O OR-REGISTER-FILE
           IF WS-ORR-FILE-STATUS = "35"                               *> File does not exist yet -- create it.
               OPEN OUTPUT OR-REGISTER-FILE
           END-IF
           MOVE WS-ORR-SERIAL     TO ORR-SERIAL
           MOVE WS-STUDENT-NUMBER TO ORR-STUDENT-NUMBER
           MOVE WS-ORR-SERVICE    TO ORR-SERVICE
           MOVE WS-ORR-AMOUNT     TO ORR-AMOUNT
           MOVE WS-TODAY-SLASHED  TO ORR-ISSUE-DATE
           MOVE WS-CURRENT-USER   TO ORR-ISSUED-BY
           MOVE "N" TO WS-DY-WRITTEN
           WRITE OR-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "OR serial already registered -- check"
                   DISPLAY "the receipt register for tampering."
               NOT INVALID KEY
                   MOVE "Y" TO WS-DY-WRITTEN
           END-WRITE
           CLOSE OR-REGISTER-FILE
           IF WS-DY-WRITTEN = "Y"
               MOVE WS-TODAY-SLASHED TO WS-DY-DATE
               MOVE WS-ORR-AMOUNT    TO WS-DY-CASH-IN
               MOVE "C" TO WS-DY-KIND
               PERFORM POST-DAILY-STAT
           END-IF
           MOVE WS-ORR-AMOUNT TO WS-ORR-AMOUNT-ED
           DISPLAY "Official receipt " WS-ORR-SERIAL " issued for P"
               WS-ORR-AMOUNT-ED "."
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "OFFICIAL RECEIPT" TO WS-AUDIT-FIELD-NAME
           MOVE WS-ORR-SERVICE     TO WS-AUDIT-OLD-VALUE
           MOVE SPACES             TO WS-AUDIT-NEW-VALUE
           MOVE WS-ORR-SERIAL      TO WS-AUDIT-NEW-VALUE(1:7)
           PERFORM APPEND-AUDIT-LOG.

       GET-NEXT-CERT-SERIAL.                                         *> Certificate serials live in the same counter file
                                                                      *> as Patient IDs, under their own "2" counter row.
           OPEN I-O ID-COUNTER-FILE
           IF WS-ID-COUNTER-FILE-STATUS = "35"
               OPEN OUTPUT ID-COUNTER-FILE
               MOVE 1 TO WS-CERT-SERIAL
               MOVE "2" TO IC-KEY
               MOVE WS-CERT-SERIAL TO IC-NEXT-ID
               WRITE ID-COUNTER-RECORD
           ELSE
               MOVE "2" TO IC-KEY
               READ ID-COUNTER-FILE
                   KEY IS IC-KEY
                   INVALID KEY
                       MOVE 1 TO WS-CERT-SERIAL
                       MOVE "2" TO IC-KEY
                       MOVE WS-CERT-SERIAL TO IC-NEXT-ID
                       WRITE ID-COUNTER-RECORD
                   NOT INVALID KEY
                       COMPUTE WS-CERT-SERIAL = IC-NEXT-ID + 1
                       MOVE WS-CERT-SERIAL TO IC-NEXT-ID
                       REWRITE ID-COUNTER-RECORD
               END-READ
           END-IF
           CLOSE ID-COUNTER-FILE.

       REGISTER-CERTIFICATE.                                         *> One register row per serial handed out.
           PERFORM FORMAT-TODAY-SLASHED
           OPEN I-O CERT-REGISTER-FILE
           IF WS-CR-FILE-STATUS = "35"                                *> File does not exist yet -- create it.
               OPEN OUTPUT CERT-REGISTER-FILE
           END-IF
           MOVE WS-CERT-SERIAL    TO CR-SERIAL
           MOVE WS-STUDENT-NUMBER TO CR-STUDENT-NUMBER
           MOVE WS-CERT-TYPE      TO CR-CERT-TYPE
           MOVE WS-TODAY-SLASHED  TO CR-ISSUE-DATE
           MOVE WS-CURRENT-USER   TO CR-ISSUED-BY
           WRITE CERT-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "Serial already registered -- check the"
                   DISPLAY "certificate register for tampering."
           END-WRITE
           CLOSE CERT-REGISTER-FILE
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "CERTIFICATE"     TO WS-AUDIT-FIELD-NAME
           MOVE WS-CERT-TYPE      TO WS-AUDIT-OLD-VALUE
           MOVE SPACES            TO WS-AUDIT-NEW-VALUE
           MOVE WS-CERT-SERIAL    TO WS-AUDIT-NEW-VALUE(1:7)
           PERFORM APPEND-AUDIT-LOG.

       WRITE-CERTIFICATE.                                            *> Format and save the certificate itself.
           OPEN OUTPUT CERTIFICATE-FILE
           MOVE FRA-ME TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE "       MEDIKA CLINIC MEDICAL CERTIFICATE"
               TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE FRA-ME TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO WS-SLIP-LINE
           STRING "Serial No: " WS-CERT-SERIAL DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           MOVE WS-SLIP-LINE TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO WS-SLIP-LINE
           STRING "Date Issued: " WS-TODAY-SLASHED DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           MOVE WS-SLIP-LINE TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO WS-SLIP-LINE
           STRING "Type: " WS-CERT-TYPE DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           MOVE WS-SLIP-LINE TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE "This is to certify that" TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO WS-SLIP-LINE
           STRING "   " PATIENT-NAME " (" DELIMITED BY SIZE
               STUDENT-NUMBER DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           MOVE WS-SLIP-LINE TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO WS-SLIP-LINE
           STRING "of " STUDENT-CYS DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           MOVE WS-SLIP-LINE TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE "was seen at the campus clinic."
               TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO WS-SLIP-LINE
           STRING "Last Visit: " WS-DATE-OF-VISIT DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           MOVE WS-SLIP-LINE TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO WS-SLIP-LINE
           STRING "Condition Noted: " WS-HEALTH-CONDITION
               DELIMITED BY SIZE INTO WS-SLIP-LINE
           MOVE WS-SLIP-LINE TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           IF WS-SC-CERT = "Y"
                                                                      *> The clearance lines come straight off the
                                                                      *> recorded assessment.
               MOVE SPACES TO WS-SLIP-LINE
               STRING "Activity: " WS-SC-ACTIVITY DELIMITED BY SIZE
                   INTO WS-SLIP-LINE
               MOVE WS-SLIP-LINE TO CERTIFICATE-RECORD
               WRITE CERTIFICATE-RECORD
               EVALUATE WS-SC-RESULT
                   WHEN "C"
                       MOVE "Assessment: CLEARED to participate."
                           TO CERTIFICATE-RECORD
                   WHEN "R"
                       MOVE "Assessment: CLEARED WITH RESTRICTIONS:"
                           TO CERTIFICATE-RECORD
                   WHEN OTHER
                       MOVE "Assessment: NOT CLEARED."
                           TO CERTIFICATE-RECORD
               END-EVALUATE
               WRITE CERTIFICATE-RECORD
               IF WS-SC-RESULT = "R"
                   MOVE SPACES TO WS-SLIP-LINE
                   STRING "   " WS-SC-RESTRICTIONS
                       DELIMITED BY SIZE INTO WS-SLIP-LINE
                   MOVE WS-SLIP-LINE TO CERTIFICATE-RECORD
                   WRITE CERTIFICATE-RECORD
               END-IF
               MOVE SPACES TO WS-SLIP-LINE
               STRING "Clearance valid until: " WS-SC-EXPIRY
                   DELIMITED BY SIZE INTO WS-SLIP-LINE
               MOVE WS-SLIP-LINE TO CERTIFICATE-RECORD
               WRITE CERTIFICATE-RECORD
           END-IF
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE "Attending Staff: ______________________"
               TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE "Verify this serial with the clinic register."
               TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE FRA-ME TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           CLOSE CERTIFICATE-FILE
           DISPLAY FRA-ME
           DISPLAY "Certificate serial " WS-CERT-SERIAL " issued."
           DISPLAY "Saved to /home/zelly/CERTIFICATE.txt".

       VERIFY-CERTIFICATE.                                           *> Look one serial up in the register.
           DISPLAY "Serial number to verify: " WITH NO ADVANCING
           ACCEPT WS-CERT-SERIAL
           OPEN INPUT CERT-REGISTER-FILE
           IF WS-CR-FILE-STATUS = "35"
               DISPLAY "No certificates have been issued yet."
           ELSE
               MOVE WS-CERT-SERIAL TO CR-SERIAL
               READ CERT-REGISTER-FILE
                   INVALID KEY
                       DISPLAY "NOT on the register -- that serial"
                       DISPLAY "was never issued by this clinic."
                   NOT INVALID KEY
                       DISPLAY "Genuine. Issued " CR-ISSUE-DATE
                           " to " CR-STUDENT-NUMBER
                       DISPLAY "Type: " CR-CERT-TYPE
                       DISPLAY "Issued by: " CR-ISSUED-BY
               END-READ
           END-IF
           CLOSE CERT-REGISTER-FILE.

       VIEW-PATIENTS.
           CALL "SYSTEM" USING "clear"                                  *> Clear the screen before displaying all records.
           DISPLAY FRA-ME
           DISPLAY "      VIEW ALL PATIENT RECORDS"
           DISPLAY FRA-ME
           DISPLAY "Sort by (I) Patient ID, (N) Name, or (V) most"
           DISPLAY "recent Date of Visit? " WITH NO ADVANCING
           ACCEPT WS-SORT-CHOICE
           MOVE ZERO TO WS-PAGE-COUNT

           IF WS-SORT-CHOICE = "N" OR WS-SORT-CHOICE = "n"
               PERFORM VIEW-PATIENTS-BY-NAME
           ELSE
               IF WS-SORT-CHOICE = "V" OR WS-SORT-CHOICE = "v"
                   PERFORM VIEW-PATIENTS-BY-VISIT-DATE
               ELSE
                   PERFORM VIEW-PATIENTS-BY-ID
               END-IF
           END-IF

           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       VIEW-PATIENTS-BY-ID.                                        *> Sequential read of the indexed file is already in
                                                                    *> ascending Patient ID order (PATIENT-FILE's key).
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "No patient records have been added yet."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PATIENT-FILE INTO PATIENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM MASK-HEALTH-FIELDS
                           IF ARCHIVE-STATUS NOT = "X"                  *> Skip archived students.
                               DISPLAY "Student ID: " STUDENT-NUMBER
                               DISPLAY "Patient ID: " PATIENT-ID
                               DISPLAY "Name: " PATIENT-NAME
                               DISPLAY "Course/Section: " STUDENT-CYS
                               DISPLAY "Date of Birth: " DATE-OF-BIRTH
                               DISPLAY "Age: " PATIENT-AGE
                               DISPLAY "Sex: " PATIENT-SEX
                               DISPLAY "Emergency Phone: "
                                   EMERGENCY-PHONE
                               DISPLAY "Emergency Email: "
                                   EMERGENCY-EMAIL
                               DISPLAY "Health Condition: "
                                   HEALTH-CONDITION
                               DISPLAY "Medication: " MEDICATION-NAME
                               DISPLAY "Prescriber: " PRESCRIBER
                               DISPLAY "Date of Visit: " DATE-OF-VISIT
                               DISPLAY FRA-ME
                               DISPLAY " "
                               PERFORM PAGE-BREAK-CHECK
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE PATIENT-FILE.

       VIEW-PATIENTS-BY-NAME.                                        *> Sort a working copy of the roster by Name.
      *> Check PATIENT-FILE exists before handing it to SORT -- SORT
      *> USING a file that was never created aborts the run instead
      *> of returning a usable file status.
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE PATIENT-FILE
               DISPLAY "No patient records have been added yet."
           ELSE
               CLOSE PATIENT-FILE
               SORT SORT-WORK-FILE ON ASCENDING KEY SRT-NAME
                   USING PATIENT-FILE
                   GIVING SORTED-PATIENT-FILE

               OPEN INPUT SORTED-PATIENT-FILE
               MOVE "N" TO WS-EOF-FLAG

               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ SORTED-PATIENT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM MASK-SORTED-HEALTH-FIELDS
                           IF SRTD-ARCHIVE-STATUS NOT = "X"             *> Skip archived students.
                               DISPLAY "Student ID: "
                                   SRTD-STUDENT-NUMBER
                               DISPLAY "Patient ID: " SRTD-PATIENT-ID
                               DISPLAY "Name: " SRTD-PATIENT-NAME
                               DISPLAY "Course/Section: "
                                   SRTD-STUDENT-CYS
                               DISPLAY "Date of Birth: "
                                   SRTD-DATE-OF-BIRTH
                               DISPLAY "Age: " SRTD-PATIENT-AGE
                               DISPLAY "Sex: " SRTD-PATIENT-SEX
                               DISPLAY "Emergency Phone: "
                                   SRTD-EMERGENCY-PHONE
                               DISPLAY "Emergency Email: "
                                   SRTD-EMERGENCY-EMAIL
                               DISPLAY "Health Condition: "
                                   SRTD-HEALTH-CONDITION
                               DISPLAY "Medication: "
                                   SRTD-MEDICATION-NAME
                               DISPLAY "Prescriber: " SRTD-PRESCRIBER
                               DISPLAY "Date of Visit: "
                                   SRTD-DATE-OF-VISIT
                               DISPLAY FRA-ME
                               DISPLAY " "
                               PERFORM PAGE-BREAK-CHECK
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE SORTED-PATIENT-FILE
           END-IF.

       VIEW-PATIENTS-BY-VISIT-DATE.                                  *> Sort a working copy of the roster by most recent visit.
      *> Check PATIENT-FILE exists before handing it to SORT -- SORT
      *> USING a file that was never created aborts the run instead
      *> of returning a usable file status.
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE PATIENT-FILE
               DISPLAY "No patient records have been added yet."
           ELSE
               CLOSE PATIENT-FILE
               SORT SORT-WORK-FILE ON DESCENDING KEY SRT-DATE-OF-VISIT
                   USING PATIENT-FILE
                   GIVING SORTED-PATIENT-FILE

               OPEN INPUT SORTED-PATIENT-FILE
               MOVE "N" TO WS-EOF-FLAG

               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ SORTED-PATIENT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM MASK-SORTED-HEALTH-FIELDS
                           IF SRTD-ARCHIVE-STATUS NOT = "X"             *> Skip archived students.
                               DISPLAY "Student ID: "
                                   SRTD-STUDENT-NUMBER
                               DISPLAY "Patient ID: " SRTD-PATIENT-ID
                               DISPLAY "Name: " SRTD-PATIENT-NAME
                               DISPLAY "Course/Section: "
                                   SRTD-STUDENT-CYS
                               DISPLAY "Date of Birth: "
                                   SRTD-DATE-OF-BIRTH
                               DISPLAY "Age: " SRTD-PATIENT-AGE
                               DISPLAY "Sex: " SRTD-PATIENT-SEX
                               DISPLAY "Emergency Phone: "
                                   SRTD-EMERGENCY-PHONE
                               DISPLAY "Emergency Email: "
                                   SRTD-EMERGENCY-EMAIL
                               DISPLAY "Health Condition: "
                                   SRTD-HEALTH-CONDITION
                               DISPLAY "Medication: "
                                   SRTD-MEDICATION-NAME
                               DISPLAY "Prescriber: " SRTD-PRESCRIBER
                               DISPLAY "Date of Visit: "
                                   SRTD-DATE-OF-VISIT
                               DISPLAY FRA-ME
                               DISPLAY " "
                               PERFORM PAGE-BREAK-CHECK
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE SORTED-PATIENT-FILE
           END-IF.

       PAGE-BREAK-CHECK.                                           *> Pause every WS-PAGE-SIZE records so the list can be
                                                                    *> read a screen at a time.
           ADD 1 TO WS-PAGE-COUNT
           IF WS-PAGE-COUNT >= WS-PAGE-SIZE
               MOVE ZERO TO WS-PAGE-COUNT
               DISPLAY "-- Press Enter for more, or Q to stop: "
                   WITH NO ADVANCING
               ACCEPT WS-PAGE-RESPONSE
               IF WS-PAGE-RESPONSE = "Q" OR WS-PAGE-RESPONSE = "q"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
           END-IF.
              
       SEARCH-PATIENT.
           CALL "SYSTEM" USING "clear"
           OPEN INPUT PATIENT-FILE
           DISPLAY FRA-ME
           DISPLAY "      SEARCH PATIENT RECORD"
           DISPLAY FRA-ME
           DISPLAY "Student ID, or part of a name or ID: "
               WITH NO ADVANCING
           ACCEPT WS-SR-TEXT

           IF WS-FILE-STATUS = "35"
               DISPLAY "No patient records have been added yet."
           ELSE
                                                                 *> An exact Student ID still hits the keyed lookup
                                                                 *> first -- no scan when the clerk knows the ID.
               MOVE WS-SR-TEXT(1:20) TO WS-STUDENT-NUMBER
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       PERFORM SEARCH-BY-PARTIAL-TEXT
                   NOT INVALID KEY
                       PERFORM MASK-HEALTH-FIELDS
                       PERFORM SHOW-PATIENT-RECORD
               END-READ
           END-IF

           CLOSE PATIENT-FILE
           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       SHOW-PATIENT-RECORD.                                          *> The full record block SEARCH-PATIENT has always
                                                                      *> shown, shared by the exact and pick-list paths.
                                                                      *> Any care plan on file pops first, the way
                                                                      *> SHOW-KNOWN-ALLERGIES pops before a medication.
           MOVE STUDENT-NUMBER   TO WS-AX-STUDENT
           MOVE "PATIENT RECORD" TO WS-AX-SCREEN
           PERFORM LOG-RECORD-VIEW
           MOVE STUDENT-NUMBER TO WS-CP-STUDENT
           PERFORM SHOW-CARE-PLAN
           DISPLAY "Student ID: " STUDENT-NUMBER
           DISPLAY "Patient ID: " PATIENT-ID
           DISPLAY "Name: " PATIENT-NAME
           EVALUATE PATIENT-CATEGORY
               WHEN "E"
                   DISPLAY "Category: EMPLOYEE  No. " EMPLOYEE-NUMBER
                   DISPLAY "Department: " EMPLOYEE-DEPT
               WHEN "V"
                   DISPLAY "Category: VISITOR"
               WHEN OTHER
                   DISPLAY "Course/Section: " STUDENT-CYS
           END-EVALUATE
           DISPLAY "Date of Birth: " DATE-OF-BIRTH
           DISPLAY "Age: " PATIENT-AGE
           DISPLAY "Sex: " PATIENT-SEX
           DISPLAY "Emergency Phone: " EMERGENCY-PHONE
           DISPLAY "Emergency Email: " EMERGENCY-EMAIL
           DISPLAY "Health Condition: " HEALTH-CONDITION
           DISPLAY "Medication: " MEDICATION-NAME
           DISPLAY "Prescriber: " PRESCRIBER
           DISPLAY "Date of Visit: " DATE-OF-VISIT
           IF ARCHIVE-STATUS = "X"
               DISPLAY "*** This record is ARCHIVED. ***"
           END-IF
           IF ARCHIVE-STATUS = "R"
               DISPLAY "*** Records RELEASED to another school. ***"
           END-IF
           DISPLAY FRA-ME.

       SEARCH-BY-PARTIAL-TEXT.                                       *> Scan for the text anywhere in the name or ID,
                                                                      *> ignoring case, and list what matches.
           PERFORM TRIM-SEARCH-NEEDLE
           IF WS-SR-NEEDLE-LEN = ZERO
               DISPLAY "Record not found."
           ELSE
               MOVE ZERO TO WS-SR-COUNT
               MOVE "N" TO WS-EOF-FLAG
      *> The failed keyed READ above leaves no file position --
      *> START back at the first record before scanning.
               MOVE ZERO TO PATIENT-ID
               START PATIENT-FILE
                   KEY IS NOT LESS THAN PATIENT-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PATIENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND ARCHIVE-STATUS NOT = "X"
                       PERFORM CHECK-PARTIAL-MATCH
                   END-IF
               END-PERFORM
               IF WS-SR-COUNT = ZERO
                   DISPLAY "No active record matches that text."
               ELSE
                   PERFORM PICK-FROM-SEARCH-LIST
               END-IF
           END-IF.

       TRIM-SEARCH-NEEDLE.                                           *> Uppercase the entered text and find its length.
           MOVE WS-SR-TEXT TO WS-SR-NEEDLE
           INSPECT WS-SR-NEEDLE CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           MOVE ZERO TO WS-SR-NEEDLE-LEN
           MOVE 30 TO WS-SR-IDX
           PERFORM UNTIL WS-SR-IDX = ZERO
                   OR WS-SR-NEEDLE-LEN > ZERO
               IF WS-SR-NEEDLE(WS-SR-IDX:1) NOT = SPACE
                   MOVE WS-SR-IDX TO WS-SR-NEEDLE-LEN
               ELSE
                   SUBTRACT 1 FROM WS-SR-IDX
               END-IF
           END-PERFORM.

       CHECK-PARTIAL-MATCH.                                          *> Does the needle appear in this record's name
                                                                      *> or Student ID? Collect it if so.
           MOVE SPACES TO WS-SR-HAYSTACK
           MOVE PATIENT-NAME   TO WS-SR-HAYSTACK(1:30)
           MOVE STUDENT-NUMBER TO WS-SR-HAYSTACK(31:20)
           INSPECT WS-SR-HAYSTACK CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           MOVE ZERO TO WS-SR-TALLY
           INSPECT WS-SR-HAYSTACK TALLYING WS-SR-TALLY
               FOR ALL WS-SR-NEEDLE(1:WS-SR-NEEDLE-LEN)
           IF WS-SR-TALLY > ZERO AND WS-SR-COUNT < 50
               ADD 1 TO WS-SR-COUNT
               MOVE STUDENT-NUMBER
                   TO WS-SR-ENT-STUDENT(WS-SR-COUNT)
               MOVE PATIENT-NAME TO WS-SR-ENT-NAME(WS-SR-COUNT)
               MOVE STUDENT-CYS  TO WS-SR-ENT-CYS(WS-SR-COUNT)
           END-IF.

       PICK-FROM-SEARCH-LIST.                                        *> Enough detail to tell two Dela Cruzes apart,
                                                                      *> then open the one the clerk picks.
           DISPLAY FRA-ME
           MOVE 1 TO WS-SR-IDX
           PERFORM WS-SR-COUNT TIMES
               DISPLAY WS-SR-IDX ") " WS-SR-ENT-NAME(WS-SR-IDX)
                   " " WS-SR-ENT-STUDENT(WS-SR-IDX)
                   " " WS-SR-ENT-CYS(WS-SR-IDX)
               ADD 1 TO WS-SR-IDX
           END-PERFORM
           DISPLAY FRA-ME
           DISPLAY "Open which record [0 = none]: " WITH NO ADVANCING
           ACCEPT WS-SR-PICK
           IF WS-SR-PICK > ZERO AND WS-SR-PICK <= WS-SR-COUNT
               MOVE WS-SR-ENT-STUDENT(WS-SR-PICK) TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       DISPLAY "Record not found."
                   NOT INVALID KEY
                       PERFORM MASK-HEALTH-FIELDS
                       PERFORM SHOW-PATIENT-RECORD
               END-READ
           END-IF.

       OUTREACH-SEARCH.                                               *> Find active students by Course/Section and/or Health Condition.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      COURSE/SECTION + HEALTH CONDITION SEARCH"
           DISPLAY FRA-ME
           DISPLAY "For targeted outreach -- leave either blank to"
           DISPLAY "match any value for that field."
           DISPLAY "Course/Section (exact, blank = any): "
               WITH NO ADVANCING
           ACCEPT WS-OUTREACH-CYS
           DISPLAY "Health Condition (exact, blank = any): "
               WITH NO ADVANCING
           ACCEPT WS-OUTREACH-CONDITION
           PERFORM OUTREACH-SEARCH-BODY
           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       OUTREACH-SEARCH-BODY.                                          *> The search itself, filtered by the values
                                                                      *> already in WS-OUTREACH-CYS / -CONDITION --
                                                                      *> no prompts, so the scheduler can drive it.
           OPEN INPUT PATIENT-FILE
           MOVE ZERO TO WS-OUTREACH-COUNT
           MOVE "OUTREACH" TO WS-RO-NAME
           MOVE "COURSE/SECTION + HEALTH CONDITION SEARCH"
               TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT

           IF WS-FILE-STATUS = "35"
               MOVE "No patient records have been added yet."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PATIENT-FILE INTO PATIENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM MASK-HEALTH-FIELDS
                           IF ARCHIVE-STATUS NOT = "X"
                                   AND (WS-OUTREACH-CYS = SPACES
                                       OR STUDENT-CYS = WS-OUTREACH-CYS)
                                   AND (WS-OUTREACH-CONDITION = SPACES
                                       OR HEALTH-CONDITION
                                           = WS-OUTREACH-CONDITION)
                               ADD 1 TO WS-OUTREACH-COUNT
                               PERFORM EMIT-OUTREACH-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE PATIENT-FILE
           MOVE SPACES TO WS-RO-LINE
           STRING "Total matching students: " WS-OUTREACH-COUNT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM CLOSE-REPORT-OUTPUT.

       EMIT-OUTREACH-ENTRY.                                          *> One matching student's block of the search.
           MOVE SPACES TO WS-RO-LINE
           STRING "Student ID: " STUDENT-NUMBER DELIMITED BY SIZE
               INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Name: " PATIENT-NAME DELIMITED BY SIZE
               INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Course/Section: " STUDENT-CYS DELIMITED BY SIZE
               INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Health Condition: " HEALTH-CONDITION
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Emergency Phone: " EMERGENCY-PHONE
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Emergency Email: " EMERGENCY-EMAIL
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       RECALL-MENU.                                                  *> Scheduled follow-ups instead of sticky notes.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      FOLLOW-UP RECALL WORKLIST"
           DISPLAY FRA-ME
           DISPLAY "1) Schedule a recall"
           DISPLAY "2) Due today / overdue worklist"
           DISPLAY "3) Mark a recall done"
           DISPLAY "x) Back to main menu"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-RC-CHOICE
           EVALUATE WS-RC-CHOICE
               WHEN "1"
                   PERFORM SCHEDULE-RECALL
               WHEN "2"
                   PERFORM RECALL-WORKLIST
               WHEN "3"
                   PERFORM MARK-RECALL-DONE
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-RC-CHOICE NOT = "x" AND WS-RC-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM RECALL-MENU
           ELSE
               PERFORM DISPLAY-MENU
           END-IF.

       SCHEDULE-RECALL.                                              *> One new recall for a student on file.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           MOVE "N" TO WS-DUPLICATE-FOUND
               DISPLAY "No patient record on file for that Student"
               DISPLAY "ID -- add the record first (option a)."
           ELSE
                                                                      *> "3 school days" now means three days the
                                                                      *> school is open -- a Friday recall stops
                                                                      *> landing on Sunday.
               DISPLAY "School days from today (blank = enter a"
               DISPLAY "date): " WITH NO ADVANCING
               ACCEPT WS-SD-TEXT
               IF WS-SD-TEXT NOT = SPACES
                       AND WS-SD-TEXT(1:1) IS NUMERIC
                   PERFORM COMPUTE-SCHOOL-DAY-DUE
                   DISPLAY "Due date set to " WS-RC-DUE-DATE "."
               ELSE
                   DISPLAY "Due date [YYYY/MM/DD]: "
                       WITH NO ADVANCING
                   ACCEPT WS-RC-DUE-DATE
               END-IF
               OPEN I-O RECALL-FILE
               IF WS-RC-FILE-STATUS = "35"                            *> File does not exist yet -- create it.
                   OPEN OUTPUT RECALL-FILE
               END-IF
               MOVE WS-STUDENT-NUMBER TO RC-STUDENT-NUMBER
               MOVE WS-RC-DUE-DATE    TO RC-DUE-DATE
               DISPLAY "Reason (BP re-check, ...): " WITH NO ADVANCING
               ACCEPT RC-REASON
               MOVE "O"    TO RC-STATUS
               MOVE SPACES TO RC-OUTCOME
               MOVE SPACES TO RC-DONE-DATE
               WRITE RECALL-RECORD
                   INVALID KEY
                       DISPLAY "A recall for that student and date"
                       DISPLAY "already exists -- overwriting it."
                       REWRITE RECALL-RECORD
               END-WRITE
               CLOSE RECALL-FILE
               DISPLAY "Recall scheduled for " WS-RC-DUE-DATE "."
           END-IF.

       RECALL-WORKLIST.                                              *> Everything due today or already overdue.
           PERFORM FORMAT-TODAY-SLASHED
           MOVE ZERO TO WS-RC-COUNT
           DISPLAY FRA-ME
           DISPLAY "DUE TODAY / OVERDUE AS OF " WS-TODAY-SLASHED
           DISPLAY FRA-ME
           OPEN INPUT RECALL-FILE
           IF WS-RC-FILE-STATUS = "35"
               DISPLAY "No recalls have been scheduled yet."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ RECALL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF RC-STATUS = "O"
                               AND RC-DUE-DATE <= WS-TODAY-SLASHED
                           ADD 1 TO WS-RC-COUNT
                           IF RC-DUE-DATE < WS-TODAY-SLASHED
                               DISPLAY "OVERDUE " RC-DUE-DATE " "
                                   RC-STUDENT-NUMBER " " RC-REASON
                           ELSE
                               DISPLAY "TODAY   " RC-DUE-DATE " "
                                   RC-STUDENT-NUMBER " " RC-REASON
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE RECALL-FILE
           DISPLAY FRA-ME
           DISPLAY "Recalls needing action: " WS-RC-COUNT.

       MARK-RECALL-DONE.                                             *> Close a recall out with its outcome, linked to
                                                                      *> the visit that lands in VISIT-HISTORY-FILE.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           DISPLAY "Recall due date [YYYY/MM/DD]: " WITH NO ADVANCING
           ACCEPT WS-RC-DUE-DATE
           OPEN I-O RECALL-FILE
           IF WS-RC-FILE-STATUS = "35"
               DISPLAY "No recalls have been scheduled yet."
               CLOSE RECALL-FILE
           ELSE
               MOVE WS-STUDENT-NUMBER TO RC-STUDENT-NUMBER
               MOVE WS-RC-DUE-DATE    TO RC-DUE-DATE
               READ RECALL-FILE
                   INVALID KEY
                       DISPLAY "No recall on file for that student"
                       DISPLAY "and due date."
                   NOT INVALID KEY
                       PERFORM FORMAT-TODAY-SLASHED
                       MOVE "D" TO RC-STATUS
                       MOVE WS-TODAY-SLASHED TO RC-DONE-DATE
                       DISPLAY "Outcome: " WITH NO ADVANCING
                       ACCEPT RC-OUTCOME
                       REWRITE RECALL-RECORD
                       DISPLAY "Recall marked done."
                       PERFORM CHECK-RECALL-VISIT-LINK
               END-READ
               CLOSE RECALL-FILE
           END-IF.

       CHECK-RECALL-VISIT-LINK.                                      *> Confirm today's visit row exists for the recall.
           OPEN INPUT VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS NOT = "35"
               MOVE WS-STUDENT-NUMBER TO WS-VH-PROBE-STUDENT
               MOVE WS-TODAY-SLASHED  TO WS-VH-PROBE-DATE
               PERFORM PROBE-VISIT-ON-DATE
               IF WS-VH-PROBE-FOUND = "Y"
                   DISPLAY "Linked to today's visit on file."
               ELSE
                   DISPLAY "Note: no visit row on file for today"
                   DISPLAY "-- record the visit so the recall"
                   DISPLAY "links to it."
               END-IF
           END-IF
           CLOSE VISIT-HISTORY-FILE.

       RECORDS-RELEASE-PACKAGE.                                      *> The complete medical record in one document,
                                                                      *> for a student transferring to another school.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      RECORDS RELEASE PACKAGE"
           DISPLAY FRA-ME
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           DISPLAY "Requested by (school/clinic + person): "
               WITH NO ADVANCING
           ACCEPT WS-RL-REQUESTER
                                                                      *> Counseling records never leave by default --
                                                                      *> including them is an explicit, audited
                                                                      *> decision per release.
           DISPLAY "Include confidential counseling records?"
           DISPLAY "[Y/N]: " WITH NO ADVANCING
           ACCEPT WS-CO-INCLUDE
           IF WS-CO-INCLUDE = "y"
               MOVE "Y" TO WS-CO-INCLUDE
           END-IF
           IF WS-CO-INCLUDE NOT = "Y"
               MOVE "N" TO WS-CO-INCLUDE
           END-IF
           OPEN I-O PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "No patient records have been added yet."
               CLOSE PATIENT-FILE
           ELSE
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       DISPLAY "No patient record found for that"
                       DISPLAY "Student ID."
                       CLOSE PATIENT-FILE
                   NOT INVALID KEY
                       PERFORM MASK-HEALTH-FIELDS
                       MOVE STUDENT-NUMBER    TO WS-AX-STUDENT
                       MOVE "RECORDS RELEASE" TO WS-AX-SCREEN
                       PERFORM LOG-RECORD-VIEW
                       PERFORM WRITE-RELEASE-PACKAGE
                                                                      *> Mark the record released; archiving it once
                                                                      *> the transfer is final stays with option z.
                       PERFORM MASK-HEALTH-FIELDS
                       MOVE "R" TO ARCHIVE-STATUS
                       REWRITE PATIENT-RECORD
                       PERFORM MASK-HEALTH-FIELDS
                       CLOSE PATIENT-FILE
                       MOVE "RECORDS RELEASE" TO WS-AUDIT-FIELD-NAME
                       MOVE SPACES           TO WS-AUDIT-OLD-VALUE
                       MOVE WS-RL-REQUESTER  TO WS-AUDIT-NEW-VALUE
                       PERFORM APPEND-AUDIT-LOG
                       DISPLAY "Record marked released."
               END-READ
           END-IF
           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       WRITE-RELEASE-PACKAGE.                                        *> Demographics, then visits, then allergy/imm.
           PERFORM FORMAT-TODAY-SLASHED
           OPEN OUTPUT RELEASE-FILE
           MOVE FRA-ME TO RELEASE-RECORD
           WRITE RELEASE-RECORD
           MOVE "     MEDIKA CLINIC RECORDS RELEASE" TO RELEASE-RECORD
           WRITE RELEASE-RECORD
           MOVE FRA-ME TO RELEASE-RECORD
           WRITE RELEASE-RECORD
           MOVE SPACES TO WS-RL-LINE
           STRING "Released: " WS-TODAY-SLASHED
               "  To: " WS-RL-REQUESTER DELIMITED BY SIZE
               INTO WS-RL-LINE
           PERFORM WRITE-RELEASE-LINE
           MOVE SPACES TO WS-RL-LINE
           STRING "Released by: " WS-CURRENT-USER DELIMITED BY SIZE
               INTO WS-RL-LINE
           PERFORM WRITE-RELEASE-LINE
           MOVE "-- DEMOGRAPHICS --" TO RELEASE-RECORD
           WRITE RELEASE-RECORD
           MOVE SPACES TO WS-RL-LINE
           STRING "Student ID: " STUDENT-NUMBER DELIMITED BY SIZE
               INTO WS-RL-LINE
           PERFORM WRITE-RELEASE-LINE
           MOVE SPACES TO WS-RL-LINE
           STRING "Name: " PATIENT-NAME DELIMITED BY SIZE
               INTO WS-RL-LINE
           PERFORM WRITE-RELEASE-LINE
           MOVE SPACES TO WS-RL-LINE
           STRING "Course/Section: " STUDENT-CYS DELIMITED BY SIZE
               INTO WS-RL-LINE
           PERFORM WRITE-RELEASE-LINE
           MOVE SPACES TO WS-RL-LINE
           STRING "Date of Birth: " DATE-OF-BIRTH
               "  Age: " PATIENT-AGE
               "  Sex: " PATIENT-SEX DELIMITED BY SIZE
               INTO WS-RL-LINE
           PERFORM WRITE-RELEASE-LINE
           MOVE SPACES TO WS-RL-LINE
           STRING "Emergency: " EMERGENCY-PHONE " "
               EMERGENCY-EMAIL DELIMITED BY SIZE
               INTO WS-RL-LINE
           PERFORM WRITE-RELEASE-LINE
           MOVE "-- VISIT HISTORY --" TO RELEASE-RECORD
           WRITE RELEASE-RECORD
           PERFORM WRITE-RELEASE-VISITS
           MOVE "-- ALLERGIES / IMMUNIZATIONS --" TO RELEASE-RECORD
           WRITE RELEASE-RECORD
           PERFORM WRITE-RELEASE-ALLERGIES
           IF WS-CO-INCLUDE = "Y"
               MOVE "-- CONFIDENTIAL COUNSELING --"
                   TO RELEASE-RECORD
               WRITE RELEASE-RECORD
               PERFORM WRITE-RELEASE-COUNSELING
           END-IF
           MOVE FRA-ME TO RELEASE-RECORD
           WRITE RELEASE-RECORD
           MOVE "End of record." TO RELEASE-RECORD
           WRITE RELEASE-RECORD
           CLOSE RELEASE-FILE
           DISPLAY "Release package written to"
           DISPLAY "/home/zelly/RELEASE_PACKAGE.txt".

       WRITE-RELEASE-LINE.                                           *> One built line into the package file.
           MOVE WS-RL-LINE TO RELEASE-RECORD
           WRITE RELEASE-RECORD.

       WRITE-RELEASE-VISITS.                                         *> Every visit on file, oldest first, with vitals.
           MOVE ZERO TO WS-RL-COUNT
           OPEN INPUT VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS NOT = "35"
               MOVE WS-STUDENT-NUMBER TO VH-STUDENT-NUMBER
               MOVE LOW-VALUE         TO VH-DATE-OF-VISIT
               MOVE LOW-VALUE         TO VH-TIME-OF-VISIT
               MOVE "N" TO WS-AP-EOF-FLAG
               START VISIT-HISTORY-FILE
                   KEY IS NOT LESS THAN VH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AP-EOF-FLAG
               END-START
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ VISIT-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF VH-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE "Y" TO WS-AP-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-RL-COUNT
                           PERFORM MASK-VH-FIELDS
                           MOVE SPACES TO WS-RL-LINE
                           STRING VH-DATE-OF-VISIT " "
                               VH-HEALTH-CONDITION " "
                               VH-MEDICATION-NAME DELIMITED BY SIZE
                               INTO WS-RL-LINE
                           PERFORM WRITE-RELEASE-LINE
                           MOVE SPACES TO WS-RL-LINE
                           STRING "   Prescriber: " VH-PRESCRIBER
                               DELIMITED BY SIZE INTO WS-RL-LINE
                           PERFORM WRITE-RELEASE-LINE
                           MOVE SPACES TO WS-RL-LINE
                           STRING "   Temp " VH-TEMPERATURE
                               " BP " VH-BLOOD-PRESSURE
                               " Pulse " VH-PULSE
                               " BMI " VH-BMI DELIMITED BY SIZE
                               INTO WS-RL-LINE
                           PERFORM WRITE-RELEASE-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE VISIT-HISTORY-FILE
           IF WS-RL-COUNT = ZERO
               MOVE "(No visits on file.)" TO RELEASE-RECORD
               WRITE RELEASE-RECORD
           END-IF.

       WRITE-RELEASE-ALLERGIES.                                      *> Every allergy/immunization row on file.
           MOVE ZERO TO WS-RL-COUNT
           OPEN INPUT ALLERGY-IMM-FILE
           IF WS-AI-FILE-STATUS NOT = "35"
               MOVE WS-STUDENT-NUMBER TO AI-STUDENT-NUMBER
               MOVE LOW-VALUE         TO AI-ENTRY-DATE
               MOVE "N" TO WS-AP-EOF-FLAG
               START ALLERGY-IMM-FILE
                   KEY IS NOT LESS THAN AI-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AP-EOF-FLAG
               END-START
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ ALLERGY-IMM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF AI-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE "Y" TO WS-AP-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-RL-COUNT
                           MOVE SPACES TO WS-RL-LINE
                           IF AI-RECORD-TYPE = "A"
                                   OR AI-RECORD-TYPE = "a"
                               STRING AI-ENTRY-DATE " ALLERGY  "
                                   AI-DESCRIPTION " "
                                   AI-REACTION-OR-DOSE
                                   DELIMITED BY SIZE INTO WS-RL-LINE
                           ELSE
                               STRING AI-ENTRY-DATE " IMMUNIZ. "
                                   AI-DESCRIPTION " "
                                   AI-REACTION-OR-DOSE
                                   DELIMITED BY SIZE INTO WS-RL-LINE
                           END-IF
                           PERFORM WRITE-RELEASE-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ALLERGY-IMM-FILE
           IF WS-RL-COUNT = ZERO
               MOVE "(No allergy/immunization rows on file.)"
                   TO RELEASE-RECORD
               WRITE RELEASE-RECORD
           END-IF.

       MORBIDITY-EXTRACT.                                            *> Interactive wrapper for the quarterly return.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      QUARTERLY MORBIDITY EXTRACT"
           DISPLAY FRA-ME
           DISPLAY "Year [YYYY]: " WITH NO ADVANCING
           ACCEPT WS-MB-YEAR
           DISPLAY "Quarter [1-4]: " WITH NO ADVANCING
           ACCEPT WS-MB-QUARTER
           PERFORM UNTIL WS-MB-QUARTER = "1"
                   OR WS-MB-QUARTER = "2"
                   OR WS-MB-QUARTER = "3"
                   OR WS-MB-QUARTER = "4"
               DISPLAY "Please enter 1, 2, 3 or 4: "
                   WITH NO ADVANCING
               ACCEPT WS-MB-QUARTER
           END-PERFORM
           PERFORM MORBIDITY-EXTRACT-BODY
           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       MORBIDITY-EXTRACT-BODY.                                       *> Build and write the cross-tab for the quarter
                                                                      *> already in WS-MB-YEAR / WS-MB-QUARTER.
           EVALUATE WS-MB-QUARTER
               WHEN "1"
                   MOVE "01" TO WS-MB-START-MONTH
                   MOVE "03" TO WS-MB-END-MONTH
               WHEN "2"
                   MOVE "04" TO WS-MB-START-MONTH
                   MOVE "06" TO WS-MB-END-MONTH
               WHEN "3"
                   MOVE "07" TO WS-MB-START-MONTH
                   MOVE "09" TO WS-MB-END-MONTH
               WHEN OTHER
                   MOVE "10" TO WS-MB-START-MONTH
                   MOVE "12" TO WS-MB-END-MONTH
           END-EVALUATE
           MOVE ZERO TO WS-MB-COND-COUNT
           MOVE ZERO TO WS-MB-VISITS
           MOVE ZERO TO WS-MB-SKIPPED
           MOVE SPACES TO WS-MB-TABLE
           PERFORM OPEN-EMR-COUNT-CHECK
           OPEN INPUT VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS = "35"
               DISPLAY "No visit history has been recorded yet."
           ELSE
               OPEN INPUT PATIENT-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ VISIT-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND VH-ATTENDED-BY NOT = WS-TI-EXTERNAL-TAG
                       IF VH-DATE-OF-VISIT(1:4) = WS-MB-YEAR
                           MOVE VH-DATE-OF-VISIT(6:2)
                               TO WS-MB-VISIT-MONTH
                           IF WS-MB-VISIT-MONTH
                                   >= WS-MB-START-MONTH
                                   AND WS-MB-VISIT-MONTH
                                       <= WS-MB-END-MONTH
                               PERFORM CHECK-EMR-COUNTED
                               IF WS-EM-COUNTED = "Y"
                                   PERFORM TALLY-MORBIDITY-VISIT
                               ELSE
                                   ADD 1 TO WS-EM-HELD
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PATIENT-FILE
           END-IF
           CLOSE VISIT-HISTORY-FILE
           PERFORM CLOSE-EMR-COUNT-CHECK
           PERFORM WRITE-MORBIDITY-FILE.

       TALLY-MORBIDITY-VISIT.                                        *> One in-quarter visit joined to its demographics.
           PERFORM MASK-VH-FIELDS
           ADD 1 TO WS-MB-VISITS
           MOVE ZERO TO WS-MB-CELL-IDX
           IF VH-STUDENT-NUMBER NOT = SPACES
                   AND WS-FILE-STATUS NOT = "35"
               MOVE VH-STUDENT-NUMBER TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CLASSIFY-MORBIDITY-CELL
               END-READ
           END-IF
           IF WS-MB-CELL-IDX = ZERO
                                                                      *> No record or no usable age/sex -- the
                                                                      *> unspecified column keeps totals honest.
               MOVE 9 TO WS-MB-CELL-IDX
               ADD 1 TO WS-MB-SKIPPED
           END-IF
           PERFORM FIND-MORBIDITY-ROW
           IF WS-MB-FOUND = "Y"
               ADD 1 TO WS-MB-CELL(WS-MB-IDX, WS-MB-CELL-IDX)
               ADD 1 TO WS-MB-ROW-TOTAL(WS-MB-IDX)
           END-IF.

       CLASSIFY-MORBIDITY-CELL.                                      *> Age bracket and sex into a cell number 1-8.
           MOVE ZERO TO WS-MB-AGE-NUM
           IF PATIENT-AGE(1:3) IS NUMERIC
               MOVE PATIENT-AGE(1:3) TO WS-MB-AGE-NUM
           END-IF
           EVALUATE TRUE
               WHEN WS-MB-AGE-NUM < 12
                   MOVE 1 TO WS-MB-CELL-IDX
               WHEN WS-MB-AGE-NUM < 18
                   MOVE 3 TO WS-MB-CELL-IDX
               WHEN WS-MB-AGE-NUM < 25
                   MOVE 5 TO WS-MB-CELL-IDX
               WHEN OTHER
                   MOVE 7 TO WS-MB-CELL-IDX
           END-EVALUATE
           EVALUATE PATIENT-SEX(1:1)
               WHEN "M"
               WHEN "m"
                   CONTINUE
               WHEN "F"
               WHEN "f"
                   ADD 1 TO WS-MB-CELL-IDX
               WHEN OTHER
                   MOVE 9 TO WS-MB-CELL-IDX
           END-EVALUATE.

       FIND-MORBIDITY-ROW.                                           *> Search-or-insert the visit's condition row.
           MOVE "N" TO WS-MB-FOUND
           MOVE 1 TO WS-MB-IDX
           PERFORM UNTIL WS-MB-IDX > WS-MB-COND-COUNT
                   OR WS-MB-FOUND = "Y"
               IF WS-MB-CONDITION(WS-MB-IDX) = VH-HEALTH-CONDITION
                   MOVE "Y" TO WS-MB-FOUND
               ELSE
                   ADD 1 TO WS-MB-IDX
               END-IF
           END-PERFORM
           IF WS-MB-FOUND NOT = "Y"
               IF WS-MB-COND-COUNT < 30
                   ADD 1 TO WS-MB-COND-COUNT
                   MOVE WS-MB-COND-COUNT TO WS-MB-IDX
                   MOVE VH-HEALTH-CONDITION
                       TO WS-MB-CONDITION(WS-MB-IDX)
      *> Zero the new row's cells through WS-MB-COL -- the caller's
      *> cell number is still in WS-MB-CELL-IDX and must survive.
                   MOVE 1 TO WS-MB-COL
                   PERFORM 9 TIMES
                       MOVE ZERO
                           TO WS-MB-CELL(WS-MB-IDX, WS-MB-COL)
                       ADD 1 TO WS-MB-COL
                   END-PERFORM
                   MOVE ZERO TO WS-MB-ROW-TOTAL(WS-MB-IDX)
                   MOVE "Y" TO WS-MB-FOUND
               ELSE
                   DISPLAY "More than 30 conditions this quarter --"
                   DISPLAY "extras were left off the return."
               END-IF
           END-IF.

       WRITE-MORBIDITY-FILE.                                         *> The return itself, in fixed columns: condition
                                                                      *> in 1-30, then six-wide count columns.
           MOVE SPACES TO WS-MB-FILE-PATH
           STRING "/home/zelly/MORBIDITY_" DELIMITED BY SIZE
               WS-MB-YEAR DELIMITED BY SIZE
               "Q" DELIMITED BY SIZE
               WS-MB-QUARTER DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-MB-FILE-PATH
           OPEN OUTPUT MORBIDITY-FILE
           MOVE SPACES TO WS-MB-LINE
           STRING "QUARTERLY MORBIDITY RETURN " DELIMITED BY SIZE
               WS-MB-YEAR DELIMITED BY SIZE
               " Q" DELIMITED BY SIZE
               WS-MB-QUARTER DELIMITED BY SIZE
               INTO WS-MB-LINE
           MOVE WS-MB-LINE TO MORBIDITY-RECORD
           WRITE MORBIDITY-RECORD
           MOVE SPACES TO WS-MB-LINE
           MOVE "CONDITION" TO WS-MB-LINE(1:9)
           MOVE "  M<12  F<12 M1217 F1217 M1824 F1824"
               TO WS-MB-LINE(31:36)
           MOVE "  M25+  F25+  UNSP TOTAL" TO WS-MB-LINE(67:24)
           MOVE WS-MB-LINE TO MORBIDITY-RECORD
           WRITE MORBIDITY-RECORD
           IF WS-MB-COND-COUNT = ZERO
               MOVE "(No visits recorded for that quarter.)"
                   TO MORBIDITY-RECORD
               WRITE MORBIDITY-RECORD
           ELSE
               MOVE 1 TO WS-MB-IDX
               PERFORM WS-MB-COND-COUNT TIMES
                   PERFORM WRITE-MORBIDITY-ROW
                   ADD 1 TO WS-MB-IDX
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-MB-LINE
           STRING "Visits counted: " WS-MB-VISITS
               "   No demographics on file: " WS-MB-SKIPPED
               DELIMITED BY SIZE INTO WS-MB-LINE
           MOVE WS-MB-LINE TO MORBIDITY-RECORD
           WRITE MORBIDITY-RECORD
           IF WS-EM-HELD > ZERO
               MOVE SPACES TO WS-MB-LINE
               STRING "Not yet accepted by the city EMR, left out: "
                   WS-EM-HELD
                   DELIMITED BY SIZE INTO WS-MB-LINE
               MOVE WS-MB-LINE TO MORBIDITY-RECORD
               WRITE MORBIDITY-RECORD
               DISPLAY WS-MB-LINE
           END-IF
           CLOSE MORBIDITY-FILE
           PERFORM WRITE-MORBIDITY-ICD-FILE
           DISPLAY "Visits counted: " WS-MB-VISITS
           DISPLAY "Submission file written to " WS-MB-FILE-PATH
           DISPLAY "Coded variant written to  " WS-MBI-FILE-PATH.

       WRITE-MORBIDITY-ICD-FILE.                                     *> The same cross-tab with each condition's
                                                                      *> ICD-10 code in front -- the layout the
                                                                      *> division requires from next school year,
                                                                      *> produced alongside the classic one while
                                                                      *> both are accepted.
           MOVE SPACES TO WS-MBI-FILE-PATH
           STRING "/home/zelly/MORBIDITY_ICD_" DELIMITED BY SIZE
               WS-MB-YEAR DELIMITED BY SIZE
               "Q" DELIMITED BY SIZE
               WS-MB-QUARTER DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-MBI-FILE-PATH
           OPEN OUTPUT MORBIDITY-ICD-FILE
           MOVE SPACES TO WS-MBI-LINE
           STRING "CODED MORBIDITY RETURN " DELIMITED BY SIZE
               WS-MB-YEAR DELIMITED BY SIZE
               " Q" DELIMITED BY SIZE
               WS-MB-QUARTER DELIMITED BY SIZE
               INTO WS-MBI-LINE
           MOVE WS-MBI-LINE TO MORBIDITY-ICD-RECORD
           WRITE MORBIDITY-ICD-RECORD
           MOVE SPACES TO WS-MBI-LINE
           MOVE "ICD-10" TO WS-MBI-LINE(1:6)
           MOVE "CONDITION" TO WS-MBI-LINE(10:9)
           MOVE "  M<12  F<12 M1217 F1217 M1824 F1824"
               TO WS-MBI-LINE(40:36)
           MOVE "  M25+  F25+  UNSP TOTAL" TO WS-MBI-LINE(76:24)
           MOVE WS-MBI-LINE TO MORBIDITY-ICD-RECORD
           WRITE MORBIDITY-ICD-RECORD
           MOVE ZERO TO WS-CT-UNMAPPED
           IF WS-MB-COND-COUNT = ZERO
               MOVE "(No visits recorded for that quarter.)"
                   TO MORBIDITY-ICD-RECORD
               WRITE MORBIDITY-ICD-RECORD
           ELSE
               MOVE 1 TO WS-MB-IDX
               PERFORM WS-MB-COND-COUNT TIMES
                   PERFORM WRITE-MORBIDITY-ICD-ROW
                   ADD 1 TO WS-MB-IDX
               END-PERFORM
           END-IF
           IF WS-CT-UNMAPPED > ZERO
               MOVE SPACES TO WS-MBI-LINE
               STRING "Conditions still unmapped to ICD-10: "
                   WS-CT-UNMAPPED
                   " -- maintain the code table mapping."
                   DELIMITED BY SIZE INTO WS-MBI-LINE
               MOVE WS-MBI-LINE TO MORBIDITY-ICD-RECORD
               WRITE MORBIDITY-ICD-RECORD
           END-IF
           CLOSE MORBIDITY-ICD-FILE.

       WRITE-MORBIDITY-ICD-ROW.                                      *> One condition row, ICD-10 first.
           MOVE WS-MB-CONDITION(WS-MB-IDX) TO WS-EX-CONDITION
           PERFORM LOOKUP-CONDITION-ICD10
           MOVE SPACES TO WS-MBI-LINE
           IF WS-CT-MAP-FOUND = "Y" AND WS-CT-ICD NOT = SPACES
               MOVE WS-CT-ICD TO WS-MBI-LINE(1:8)
           ELSE
               MOVE "UNMAPPED" TO WS-MBI-LINE(1:8)
               ADD 1 TO WS-CT-UNMAPPED
           END-IF
           MOVE WS-MB-CONDITION(WS-MB-IDX) TO WS-MBI-LINE(10:30)
           MOVE 40 TO WS-MB-COL
           MOVE 1 TO WS-MB-CELL-IDX
           PERFORM 9 TIMES
               MOVE WS-MB-CELL(WS-MB-IDX, WS-MB-CELL-IDX)
                   TO WS-MB-CELL-ED
               MOVE WS-MB-CELL-ED TO WS-MBI-LINE(WS-MB-COL:6)
               ADD 6 TO WS-MB-COL
               ADD 1 TO WS-MB-CELL-IDX
           END-PERFORM
           MOVE WS-MB-ROW-TOTAL(WS-MB-IDX) TO WS-MB-CELL-ED
           MOVE WS-MB-CELL-ED TO WS-MBI-LINE(WS-MB-COL:6)
           MOVE WS-MBI-LINE TO MORBIDITY-ICD-RECORD
           WRITE MORBIDITY-ICD-RECORD.

       LOOKUP-CONDITION-ICD10.                                       *> The ICD-10 behind the condition text in
                                                                      *> WS-EX-CONDITION, off the "C" rows.
           MOVE "N"    TO WS-CT-MAP-FOUND
           MOVE SPACES TO WS-CT-ICD
           OPEN INPUT CODE-TABLE-FILE
           IF WS-CT-FILE-STATUS NOT = "35"
               MOVE "C"       TO CT-TYPE
               MOVE LOW-VALUE TO CT-CODE
               MOVE "N" TO WS-MS-EOF-FLAG
               START CODE-TABLE-FILE
                   KEY IS NOT LESS THAN CT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-MS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-MS-EOF-FLAG = "Y"
                   READ CODE-TABLE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MS-EOF-FLAG
                   END-READ
                   IF WS-MS-EOF-FLAG NOT = "Y"
                       IF CT-TYPE NOT = "C"
                           MOVE "Y" TO WS-MS-EOF-FLAG
                       ELSE
                           IF CT-DESCRIPTION = WS-EX-CONDITION
                               MOVE "Y" TO WS-CT-MAP-FOUND
                               MOVE CT-ICD10 TO WS-CT-ICD
                               MOVE "Y" TO WS-MS-EOF-FLAG
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CODE-TABLE-FILE.

       MAP-CONDITION-ICD10.                                          *> Maintain one "C" row's ICD-10 mapping.
           DISPLAY "Condition code (5 chars): " WITH NO ADVANCING
           ACCEPT WS-CT-CODE-IN
           OPEN I-O CODE-TABLE-FILE
           IF WS-CT-FILE-STATUS = "35"
               DISPLAY "No codes on file yet."
               CLOSE CODE-TABLE-FILE
           ELSE
               MOVE "C"           TO CT-TYPE
               MOVE WS-CT-CODE-IN TO CT-CODE
               READ CODE-TABLE-FILE
                   INVALID KEY
                       DISPLAY "No condition with that code."
                   NOT INVALID KEY
                       DISPLAY CT-DESCRIPTION " is mapped to: "
                           CT-ICD10
                       DISPLAY "New ICD-10 code: " WITH NO ADVANCING
                       ACCEPT CT-ICD10
                       REWRITE CODE-TABLE-RECORD
                       DISPLAY "Mapping saved."
               END-READ
               CLOSE CODE-TABLE-FILE
           END-IF.

       UNMAPPED-CONDITIONS-LIST.                                     *> The "C" rows still without an ICD-10 code.
           MOVE ZERO TO WS-CT-UNMAPPED
           OPEN INPUT CODE-TABLE-FILE
           IF WS-CT-FILE-STATUS = "35"
               DISPLAY "No codes on file yet."
           ELSE
               MOVE "C"       TO CT-TYPE
               MOVE LOW-VALUE TO CT-CODE
               MOVE "N" TO WS-EOF-FLAG
               START CODE-TABLE-FILE
                   KEY IS NOT LESS THAN CT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CODE-TABLE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF CT-TYPE NOT = "C"
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           IF CT-ICD10 = SPACES
                               ADD 1 TO WS-CT-UNMAPPED
                               DISPLAY "  " CT-CODE " "
                                   CT-DESCRIPTION
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CODE-TABLE-FILE
           DISPLAY "Conditions not yet mapped: " WS-CT-UNMAPPED.

       STANDING-ORDER-MENU.                                          *> The physician's standing orders, kept against
                                                                      *> the condition and medication codes.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      STANDING-ORDER PROTOCOLS"
           DISPLAY FRA-ME
           DISPLAY "1) Add/update a protocol row"
           DISPLAY "2) List protocols"
           DISPLAY "3) Physician sign-off for this school year"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-SO-CHOICE
           EVALUATE WS-SO-CHOICE
               WHEN "1"
                   PERFORM ADD-STANDING-ORDER
               WHEN "2"
                   PERFORM LIST-STANDING-ORDERS
               WHEN "3"
                   PERFORM SIGN-STANDING-ORDERS
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-SO-CHOICE NOT = "x" AND WS-SO-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM STANDING-ORDER-MENU
           END-IF.

       ADD-STANDING-ORDER.                                           *> Create or overwrite one age band. A changed row
                                                                      *> drops its signature until the physician signs
                                                                      *> again.
           DISPLAY "Condition code: " WITH NO ADVANCING
           ACCEPT WS-SO-COND-CODE
           DISPLAY "Medication code: " WITH NO ADVANCING
           ACCEPT WS-SO-MED-CODE
           MOVE "Y" TO WS-SO-FOUND
           OPEN INPUT CODE-TABLE-FILE
           IF WS-CT-FILE-STATUS = "35"
               MOVE "N" TO WS-SO-FOUND
           ELSE
               MOVE "C"             TO CT-TYPE
               MOVE WS-SO-COND-CODE TO CT-CODE
               READ CODE-TABLE-FILE
                   INVALID KEY
                       MOVE "N" TO WS-SO-FOUND
               END-READ
               MOVE "M"             TO CT-TYPE
               MOVE WS-SO-MED-CODE  TO CT-CODE
               READ CODE-TABLE-FILE
                   INVALID KEY
                       MOVE "N" TO WS-SO-FOUND
               END-READ
           END-IF
           CLOSE CODE-TABLE-FILE
           IF WS-SO-FOUND NOT = "Y"
               DISPLAY "Both codes must be on the code tables first."
           ELSE
               OPEN I-O STANDING-ORDER-FILE
               IF WS-SO-FILE-STATUS = "35"                            *> File does not exist yet -- create it.
                   OPEN OUTPUT STANDING-ORDER-FILE
               END-IF
               MOVE WS-SO-COND-CODE TO SO-COND-CODE
               MOVE WS-SO-MED-CODE  TO SO-MED-CODE
               DISPLAY "Age band from (years): " WITH NO ADVANCING
               ACCEPT SO-AGE-FROM
               DISPLAY "Age band to (years): " WITH NO ADVANCING
               ACCEPT SO-AGE-TO
               DISPLAY "Dose as written (e.g. 500 mg): "
                   WITH NO ADVANCING
               ACCEPT SO-DOSE-TEXT
               DISPLAY "Most stock units per dose: " WITH NO ADVANCING
               ACCEPT SO-DOSE-UNITS
               DISPLAY "Least hours between doses: " WITH NO ADVANCING
               ACCEPT SO-MIN-HOURS
               DISPLAY "Most doses in one day: " WITH NO ADVANCING
               ACCEPT SO-MAX-DAILY
               MOVE SPACES TO SO-SIGNED-BY
               MOVE SPACES TO SO-SIGNED-SY
               MOVE SPACES TO SO-SIGNED-DATE
               WRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "That band is already on file --"
                       DISPLAY "overwriting it."
                       REWRITE STANDING-ORDER-RECORD
               END-WRITE
               CLOSE STANDING-ORDER-FILE
               MOVE SPACES TO STUDENT-NUMBER
               MOVE "PROTOCOL ROW" TO WS-AUDIT-FIELD-NAME
               MOVE SPACES TO WS-AUDIT-OLD-VALUE
               STRING WS-SO-COND-CODE "/" WS-SO-MED-CODE " "
                   SO-AGE-FROM "-" SO-AGE-TO
                   DELIMITED BY SIZE INTO WS-AUDIT-OLD-VALUE
               MOVE SO-DOSE-TEXT TO WS-AUDIT-NEW-VALUE
               PERFORM APPEND-AUDIT-LOG
               DISPLAY "Protocol row saved -- unsigned until the"
               DISPLAY "physician signs off."
           END-IF.

       LIST-STANDING-ORDERS.                                         *> Every row, condition and medication order.
           MOVE ZERO TO WS-SO-COUNT
           OPEN INPUT STANDING-ORDER-FILE
           IF WS-SO-FILE-STATUS = "35"
               DISPLAY "No standing orders on file yet."
           ELSE
               PERFORM GET-CURRENT-SCHOOL-YEAR
               DISPLAY "Cond  Med   Ages  Dose                 Units"
                   " Hrs Max Signed"
               MOVE "N" TO WS-SO-EOF-FLAG
               PERFORM UNTIL WS-SO-EOF-FLAG = "Y"
                   READ STANDING-ORDER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SO-EOF-FLAG
                   END-READ
                   IF WS-SO-EOF-FLAG NOT = "Y"
                       ADD 1 TO WS-SO-COUNT
                       IF SO-SIGNED-SY = WS-CN-CURRENT-SY
                           DISPLAY SO-COND-CODE " " SO-MED-CODE " "
                               SO-AGE-FROM "-" SO-AGE-TO " "
                               SO-DOSE-TEXT " " SO-DOSE-UNITS "   "
                               SO-MIN-HOURS "  " SO-MAX-DAILY " "
                               SO-SIGNED-BY
                       ELSE
                           DISPLAY SO-COND-CODE " " SO-MED-CODE " "
                               SO-AGE-FROM "-" SO-AGE-TO " "
                               SO-DOSE-TEXT " " SO-DOSE-UNITS "   "
                               SO-MIN-HOURS "  " SO-MAX-DAILY " "
                               "** NOT SIGNED FOR " WS-CN-CURRENT-SY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE STANDING-ORDER-FILE
           DISPLAY "Protocol rows: " WS-SO-COUNT.

       SIGN-STANDING-ORDERS.                                         *> Stamp every row with the physician's yearly
                                                                      *> signature, after the paper copy is signed.
           PERFORM GET-CURRENT-SCHOOL-YEAR
           PERFORM FORMAT-TODAY-SLASHED
           DISPLAY "Signing physician: " WITH NO ADVANCING
           ACCEPT WS-SO-PHYSICIAN
           DISPLAY "Has " WS-SO-PHYSICIAN
           DISPLAY "signed the printed protocols for SY "
               WS-CN-CURRENT-SY "? [Y/N]: " WITH NO ADVANCING
           ACCEPT WS-SO-ANSWER
           IF WS-SO-PHYSICIAN = SPACES
                   OR (WS-SO-ANSWER NOT = "Y"
                       AND WS-SO-ANSWER NOT = "y")
               DISPLAY "Nothing signed."
           ELSE
               MOVE ZERO TO WS-SO-COUNT
               OPEN I-O STANDING-ORDER-FILE
               IF WS-SO-FILE-STATUS = "35"
                   DISPLAY "No standing orders on file yet."
               ELSE
                   MOVE "N" TO WS-SO-EOF-FLAG
                   PERFORM UNTIL WS-SO-EOF-FLAG = "Y"
                       READ STANDING-ORDER-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-SO-EOF-FLAG
                       END-READ
                       IF WS-SO-EOF-FLAG NOT = "Y"
                           MOVE WS-SO-PHYSICIAN  TO SO-SIGNED-BY
                           MOVE WS-CN-CURRENT-SY TO SO-SIGNED-SY
                           MOVE WS-TODAY-SLASHED TO SO-SIGNED-DATE
                           REWRITE STANDING-ORDER-RECORD
                           ADD 1 TO WS-SO-COUNT
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE STANDING-ORDER-FILE
               MOVE SPACES TO STUDENT-NUMBER
               MOVE "PROTOCOL SIGN-OFF" TO WS-AUDIT-FIELD-NAME
               MOVE WS-CN-CURRENT-SY TO WS-AUDIT-OLD-VALUE
               MOVE WS-SO-PHYSICIAN  TO WS-AUDIT-NEW-VALUE
               PERFORM APPEND-AUDIT-LOG
               DISPLAY "Rows signed: " WS-SO-COUNT
           END-IF.

       WRITE-MORBIDITY-ROW.                                          *> One condition row of the cross-tab.
           MOVE SPACES TO WS-MB-LINE
           MOVE WS-MB-CONDITION(WS-MB-IDX) TO WS-MB-LINE(1:30)
           MOVE 31 TO WS-MB-COL
           MOVE 1 TO WS-MB-CELL-IDX
           PERFORM 9 TIMES
               MOVE WS-MB-CELL(WS-MB-IDX, WS-MB-CELL-IDX)
                   TO WS-MB-CELL-ED
               MOVE WS-MB-CELL-ED TO WS-MB-LINE(WS-MB-COL:6)
               ADD 6 TO WS-MB-COL
               ADD 1 TO WS-MB-CELL-IDX
           END-PERFORM
           MOVE WS-MB-ROW-TOTAL(WS-MB-IDX) TO WS-MB-CELL-ED
           MOVE WS-MB-CELL-ED TO WS-MB-LINE(WS-MB-COL:6)
           MOVE WS-MB-LINE TO MORBIDITY-RECORD
           WRITE MORBIDITY-RECORD.

       CONTACT-MENU.                                                 *> One-to-many emergency contacts per student.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      EMERGENCY CONTACT MAINTENANCE"
           DISPLAY FRA-ME
           DISPLAY "1) Add/update a contact"
           DISPLAY "2) List a student's contacts"
           DISPLAY "3) Remove a contact"
           DISPLAY "4) Mark a contact un/reachable"
           DISPLAY "x) Back to main menu"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-EC-CHOICE
           EVALUATE WS-EC-CHOICE
               WHEN "1"
                   PERFORM ADD-EMERGENCY-CONTACT
               WHEN "2"
                   PERFORM LIST-EMERGENCY-CONTACTS
               WHEN "3"
                   PERFORM REMOVE-EMERGENCY-CONTACT
               WHEN "4"
                   PERFORM TOGGLE-CONTACT-REACHABLE
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-EC-CHOICE NOT = "x" AND WS-EC-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM CONTACT-MENU
           ELSE
               PERFORM DISPLAY-MENU
           END-IF.

       ADD-EMERGENCY-CONTACT.                                        *> One contact at one priority slot.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           MOVE "N" TO WS-DUPLICATE-FOUND
           IF WS-STUDENT-NUMBER NOT = SPACES
               PERFORM CHECK-DUPLICATE-STUDENT
           END-IF
           IF WS-DUPLICATE-FOUND NOT = "Y"
               DISPLAY "No patient record on file for that Student"
               DISPLAY "ID -- add the record first (option a)."
           ELSE
               DISPLAY "Priority (1 = call first): "
                   WITH NO ADVANCING
               ACCEPT WS-EC-PRIORITY
               OPEN I-O CONTACT-FILE
               IF WS-EC-FILE-STATUS = "35"                            *> File does not exist yet -- create it.
                   OPEN OUTPUT CONTACT-FILE
               END-IF
               MOVE WS-STUDENT-NUMBER TO EC-STUDENT-NUMBER
               MOVE WS-EC-PRIORITY    TO EC-PRIORITY
               DISPLAY "Contact name: " WITH NO ADVANCING
               ACCEPT EC-NAME
               DISPLAY "Relationship: " WITH NO ADVANCING
               ACCEPT EC-RELATIONSHIP
               DISPLAY "Phone: " WITH NO ADVANCING
               ACCEPT EC-PHONE
               DISPLAY "Email: " WITH NO ADVANCING
               ACCEPT EC-EMAIL
               MOVE "Y" TO EC-REACHABLE
               WRITE CONTACT-RECORD
                   INVALID KEY
                       DISPLAY "That priority slot is already used"
                       DISPLAY "for this student -- overwriting it."
                       REWRITE CONTACT-RECORD
               END-WRITE
               CLOSE CONTACT-FILE
               DISPLAY "Contact saved."
           END-IF.

       LIST-EMERGENCY-CONTACTS.                                      *> All contacts for one student, priority order.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           MOVE ZERO TO WS-EC-COUNT
           OPEN INPUT CONTACT-FILE
           IF WS-EC-FILE-STATUS = "35"
               DISPLAY "No contacts on file yet."
           ELSE
               PERFORM START-CONTACTS-FOR-STUDENT
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ CONTACT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF EC-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE "Y" TO WS-AP-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-EC-COUNT
                           DISPLAY EC-PRIORITY ") " EC-NAME
                               " (" EC-RELATIONSHIP ")"
                           DISPLAY "   " EC-PHONE " " EC-EMAIL
                               " reachable=" EC-REACHABLE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CONTACT-FILE
           DISPLAY "Contacts on file: " WS-EC-COUNT.

       START-CONTACTS-FOR-STUDENT.                                   *> Position on the student's first contact.
           MOVE WS-STUDENT-NUMBER TO EC-STUDENT-NUMBER
           MOVE ZERO TO EC-PRIORITY
           MOVE "N" TO WS-AP-EOF-FLAG
           START CONTACT-FILE
               KEY IS NOT LESS THAN EC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-AP-EOF-FLAG
           END-START.

       REMOVE-EMERGENCY-CONTACT.                                     *> Delete one priority slot outright.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           DISPLAY "Priority slot to remove: " WITH NO ADVANCING
           ACCEPT WS-EC-PRIORITY
           OPEN I-O CONTACT-FILE
           IF WS-EC-FILE-STATUS = "35"
               DISPLAY "No contacts on file yet."
               CLOSE CONTACT-FILE
           ELSE
               MOVE WS-STUDENT-NUMBER TO EC-STUDENT-NUMBER
               MOVE WS-EC-PRIORITY    TO EC-PRIORITY
               READ CONTACT-FILE
                   INVALID KEY
                       DISPLAY "No contact in that slot."
                   NOT INVALID KEY
                       DELETE CONTACT-FILE RECORD
                       DISPLAY "Contact removed."
               END-READ
               CLOSE CONTACT-FILE
           END-IF.

       TOGGLE-CONTACT-REACHABLE.                                     *> Flip the reachable flag when calls bounce.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           DISPLAY "Priority slot: " WITH NO ADVANCING
           ACCEPT WS-EC-PRIORITY
           OPEN I-O CONTACT-FILE
           IF WS-EC-FILE-STATUS = "35"
               DISPLAY "No contacts on file yet."
               CLOSE CONTACT-FILE
           ELSE
               MOVE WS-STUDENT-NUMBER TO EC-STUDENT-NUMBER
               MOVE WS-EC-PRIORITY    TO EC-PRIORITY
               READ CONTACT-FILE
                   INVALID KEY
                       DISPLAY "No contact in that slot."
                   NOT INVALID KEY
                       IF EC-REACHABLE = "Y"
                           MOVE "N" TO EC-REACHABLE
                           DISPLAY "Marked unreachable."
                       ELSE
                           MOVE "Y" TO EC-REACHABLE
                           DISPLAY "Marked reachable."
                       END-IF
                       REWRITE CONTACT-RECORD
               END-READ
               CLOSE CONTACT-FILE
           END-IF.

       QUEUE-MENU.                                                   *> Check-in, live queue and hand-off into the
                                                                      *> normal visit capture.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      WAITING-ROOM QUEUE"
           DISPLAY FRA-ME
           DISPLAY "1) Check a student in"
           DISPLAY "2) Live queue display"
           DISPLAY "3) Call the next waiting student"
           DISPLAY "4) Update a queue entry's status"
           DISPLAY "5) Monthly wait/service report"
           DISPLAY "6) Clinic beds / confinement log"
           DISPLAY "7) Referral-in slips from teachers"
           DISPLAY "x) Back to main menu"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-QU-CHOICE
           EVALUATE WS-QU-CHOICE
               WHEN "1"
                   PERFORM QUEUE-CHECK-IN
               WHEN "2"
                   PERFORM QUEUE-LIVE-DISPLAY
               WHEN "3"
                   PERFORM QUEUE-CALL-NEXT
               WHEN "4"
                   PERFORM QUEUE-UPDATE-STATUS
               WHEN "5"
                   PERFORM QUEUE-SERVICE-REPORT
               WHEN "6"
                   PERFORM CONFINEMENT-MENU
               WHEN "7"
                   PERFORM REFERRAL-IN-MENU
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-QU-CHOICE NOT = "x" AND WS-QU-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM QUEUE-MENU
           ELSE
               PERFORM DISPLAY-MENU
           END-IF.

       QUEUE-CHECK-IN.                                               *> Issue the next queue number for today.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           MOVE "N" TO WS-DUPLICATE-FOUND
           IF WS-STUDENT-NUMBER NOT = SPACES
               PERFORM CHECK-DUPLICATE-STUDENT
           END-IF
           IF WS-DUPLICATE-FOUND NOT = "Y"
               DISPLAY "No patient record on file for that Student"
               DISPLAY "ID -- add the record first (option a)."
           ELSE
                                                                      *> A chronic-condition care plan on file pops
                                                                      *> right here, before the number is issued.
               MOVE WS-STUDENT-NUMBER TO WS-CP-STUDENT
               PERFORM SHOW-CARE-PLAN
                                                                      *> So does any teacher's slip still waiting.
               MOVE WS-STUDENT-NUMBER TO WS-RI-STUDENT
               PERFORM SHOW-OPEN-REFERRALS-IN
                                                                      *> An open class exclusion blocks the window
                                                                      *> with a warning -- the nurse can still take
                                                                      *> the student in deliberately (for the
                                                                      *> clearance visit itself, say).
               MOVE "Y" TO WS-EX-PROCEED
               PERFORM CHECK-OPEN-EXCLUSION
               IF WS-EX-FOUND = "Y"
                   DISPLAY FRA-ME
                   DISPLAY "** EXCLUDED FROM CLASS since "
                       WS-EX-OPEN-DATE
                   DISPLAY "** Condition: " WS-EX-CONDITION
                   DISPLAY "** No fit-to-return certificate is on"
                   DISPLAY "** file yet."
                   DISPLAY FRA-ME
                   DISPLAY "Check the student in anyway? [Y/N]: "
                       WITH NO ADVANCING
                   ACCEPT WS-EX-PROCEED
                   IF WS-EX-PROCEED NOT = "Y"
                           AND WS-EX-PROCEED NOT = "y"
                       MOVE "N" TO WS-EX-PROCEED
                       DISPLAY "Not checked in -- send the student"
                       DISPLAY "to the physician for clearance."
                   ELSE
                       MOVE "Y" TO WS-EX-PROCEED
                   END-IF
               END-IF
               IF WS-EX-PROCEED = "Y"
                   PERFORM QUEUE-ISSUE-NUMBER
               END-IF
           END-IF.

       QUEUE-ISSUE-NUMBER.                                           *> Issue the next number -- the original body of
                                                                      *> the check-in, once the gates have passed.
           PERFORM FORMAT-TODAY-SLASHED
           OPEN I-O QUEUE-FILE
           IF WS-QU-FILE-STATUS = "35"                                *> File does not exist yet -- create it. A file
                                                                      *> just opened OUTPUT cannot be scanned, and a
                                                                      *> brand-new queue starts at number 1 anyway.
               OPEN OUTPUT QUEUE-FILE
               MOVE 1 TO WS-QU-NEXT-NUMBER
           ELSE
               PERFORM FIND-NEXT-QUEUE-NUMBER
           END-IF
           MOVE WS-TODAY-SLASHED  TO QU-QUEUE-DATE
           MOVE WS-QU-NEXT-NUMBER TO QU-QUEUE-NUMBER
           MOVE WS-STUDENT-NUMBER TO QU-STUDENT-NUMBER
           MOVE "W" TO QU-STATUS
           PERFORM GET-CLOCK-HHMM
           MOVE WS-VH-TIME-SLOT TO QU-TIME-IN
           MOVE SPACES          TO QU-TIME-CALLED
           MOVE SPACES          TO QU-TIME-DONE
           WRITE QUEUE-RECORD
               INVALID KEY
                   DISPLAY "Queue write clashed -- try again."
           END-WRITE
           CLOSE QUEUE-FILE
           DISPLAY FRA-ME
           DISPLAY "Queue number " WS-QU-NEXT-NUMBER
               " issued for " WS-STUDENT-NUMBER
           DISPLAY FRA-ME.

       FIND-NEXT-QUEUE-NUMBER.                                       *> Highest number issued today, plus one.
                                                                      *> QUEUE-FILE must already be open.
           MOVE ZERO TO WS-QU-NEXT-NUMBER
           MOVE WS-TODAY-SLASHED TO QU-QUEUE-DATE
           MOVE ZERO TO QU-QUEUE-NUMBER
           MOVE "N" TO WS-AP-EOF-FLAG
           START QUEUE-FILE
               KEY IS NOT LESS THAN QU-KEY
               INVALID KEY
                   MOVE "Y" TO WS-AP-EOF-FLAG
           END-START
           PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
               READ QUEUE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AP-EOF-FLAG
               END-READ
               IF WS-AP-EOF-FLAG NOT = "Y"
                   IF QU-QUEUE-DATE NOT = WS-TODAY-SLASHED
                       MOVE "Y" TO WS-AP-EOF-FLAG
                   ELSE
                       MOVE QU-QUEUE-NUMBER TO WS-QU-NEXT-NUMBER
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-QU-NEXT-NUMBER.

       QUEUE-LIVE-DISPLAY.                                           *> Today's queue with each entry's status.
           PERFORM FORMAT-TODAY-SLASHED
           MOVE ZERO TO WS-QU-COUNT
           DISPLAY FRA-ME
           DISPLAY "QUEUE FOR " WS-TODAY-SLASHED
           DISPLAY FRA-ME
           OPEN INPUT QUEUE-FILE
           IF WS-QU-FILE-STATUS = "35"
               DISPLAY "Nobody has checked in yet."
           ELSE
               MOVE WS-TODAY-SLASHED TO QU-QUEUE-DATE
               MOVE ZERO TO QU-QUEUE-NUMBER
               MOVE "N" TO WS-AP-EOF-FLAG
               START QUEUE-FILE
                   KEY IS NOT LESS THAN QU-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AP-EOF-FLAG
               END-START
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF QU-QUEUE-DATE NOT = WS-TODAY-SLASHED
                           MOVE "Y" TO WS-AP-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-QU-COUNT
                           PERFORM SHOW-QUEUE-ENTRY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE QUEUE-FILE
           DISPLAY FRA-ME
           DISPLAY "Checked in today: " WS-QU-COUNT.

       SHOW-QUEUE-ENTRY.                                             *> One queue line with its status spelled out.
           EVALUATE QU-STATUS
               WHEN "W"
                   DISPLAY QU-QUEUE-NUMBER " " QU-STUDENT-NUMBER
                       " WAITING"
               WHEN "N"
                   DISPLAY QU-QUEUE-NUMBER " " QU-STUDENT-NUMBER
                       " WITH NURSE"
               WHEN "D"
                   DISPLAY QU-QUEUE-NUMBER " " QU-STUDENT-NUMBER
                       " DONE"
               WHEN "R"
                   DISPLAY QU-QUEUE-NUMBER " " QU-STUDENT-NUMBER
                       " REFERRED"
               WHEN OTHER
                   DISPLAY QU-QUEUE-NUMBER " " QU-STUDENT-NUMBER
                       " " QU-STATUS
           END-EVALUATE.

       QUEUE-CALL-NEXT.                                              *> First waiting number goes in to the nurse, and
                                                                      *> the visit is captured from the queue entry
                                                                      *> instead of retyping the Student ID.
           PERFORM FORMAT-TODAY-SLASHED
           MOVE "N" TO WS-QU-FOUND
           OPEN I-O QUEUE-FILE
           IF WS-QU-FILE-STATUS = "35"
               DISPLAY "Nobody has checked in yet."
               CLOSE QUEUE-FILE
           ELSE
               MOVE WS-TODAY-SLASHED TO QU-QUEUE-DATE
               MOVE ZERO TO QU-QUEUE-NUMBER
               MOVE "N" TO WS-AP-EOF-FLAG
               START QUEUE-FILE
                   KEY IS NOT LESS THAN QU-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AP-EOF-FLAG
               END-START
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                       OR WS-QU-FOUND = "Y"
                   READ QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF QU-QUEUE-DATE NOT = WS-TODAY-SLASHED
                           MOVE "Y" TO WS-AP-EOF-FLAG
                       ELSE
                           IF QU-STATUS = "W"
                               MOVE "Y" TO WS-QU-FOUND
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-QU-FOUND NOT = "Y"
                   DISPLAY "Nobody is waiting."
                   CLOSE QUEUE-FILE
               ELSE
                   MOVE "N" TO QU-STATUS
                   PERFORM GET-CLOCK-HHMM
                   MOVE WS-VH-TIME-SLOT TO QU-TIME-CALLED
                   REWRITE QUEUE-RECORD
                   MOVE QU-STUDENT-NUMBER TO WS-STUDENT-NUMBER
                   MOVE QU-QUEUE-NUMBER   TO WS-QU-NUMBER
                   CLOSE QUEUE-FILE
                   DISPLAY "Now serving number " WS-QU-NUMBER
                       ": " WS-STUDENT-NUMBER
                   PERFORM RECORD-QUEUE-VISIT
               END-IF
           END-IF.

       RECORD-QUEUE-VISIT.                                           *> Capture the visit for the student just called,
                                                                      *> then close out the queue entry.
           OPEN I-O PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "No patient records have been added yet."
               CLOSE PATIENT-FILE
           ELSE
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       DISPLAY "Patient record has gone missing --"
                       DISPLAY "record the visit by hand."
                       CLOSE PATIENT-FILE
                   NOT INVALID KEY
                       PERFORM MASK-HEALTH-FIELDS
                       DISPLAY "Patient: " PATIENT-NAME
                       DISPLAY "   Health Condition:"
                       MOVE "C" TO WS-CT-TYPE
                       PERFORM PICK-FROM-CODE-TABLE
                       MOVE WS-CT-PICKED TO WS-HEALTH-CONDITION
                       MOVE WS-HEALTH-CONDITION TO HEALTH-CONDITION
                       PERFORM SHOW-KNOWN-ALLERGIES
                       PERFORM SET-STANDING-ORDER-PATIENT
                       PERFORM GET-SAFE-MEDICATION
                       MOVE WS-MEDICATION-NAME TO MEDICATION-NAME
                       DISPLAY "   Prescribing Provider: "
                           WITH NO ADVANCING
                       ACCEPT WS-PRESCRIBER
                       MOVE WS-PRESCRIBER TO PRESCRIBER
                       MOVE WS-TODAY-SLASHED TO DATE-OF-VISIT
                       MOVE WS-TODAY-SLASHED TO WS-DATE-OF-VISIT
                       PERFORM MASK-HEALTH-FIELDS
                       REWRITE PATIENT-RECORD
                       MOVE "R" TO WS-JN-ACTION
                       PERFORM JOURNAL-PATIENT
                       PERFORM MASK-HEALTH-FIELDS
                       PERFORM APPEND-VISIT-HISTORY
                       PERFORM DEDUCT-MEDICATION-STOCK
                       CLOSE PATIENT-FILE
                       MOVE "QUEUE VISIT" TO WS-AUDIT-FIELD-NAME
                       MOVE SPACES TO WS-AUDIT-OLD-VALUE
                       MOVE WS-HEALTH-CONDITION
                           TO WS-AUDIT-NEW-VALUE
                       PERFORM APPEND-AUDIT-LOG
                       PERFORM CLOSE-QUEUE-ENTRY
               END-READ
           END-IF.

       CLOSE-QUEUE-ENTRY.                                            *> Ask how the consultation ended and mark it.
           DISPLAY "Outcome -- (D)one or (R)eferred: "
               WITH NO ADVANCING
           ACCEPT WS-QU-CHOICE
           PERFORM UNTIL WS-QU-CHOICE = "D" OR WS-QU-CHOICE = "d"
                   OR WS-QU-CHOICE = "R" OR WS-QU-CHOICE = "r"
               DISPLAY "Please enter D or R: " WITH NO ADVANCING
               ACCEPT WS-QU-CHOICE
           END-PERFORM
           MOVE "N" TO WS-DY-WRITTEN
           OPEN I-O QUEUE-FILE
           MOVE WS-TODAY-SLASHED TO QU-QUEUE-DATE
           MOVE WS-QU-NUMBER     TO QU-QUEUE-NUMBER
           READ QUEUE-FILE
               INVALID KEY
                   DISPLAY "Queue entry has gone missing."
               NOT INVALID KEY
                   IF QU-TIME-DONE = SPACES                           *> Not closed before -- count it.
                       MOVE "Y" TO WS-DY-WRITTEN
                   END-IF
                   IF WS-QU-CHOICE = "R" OR WS-QU-CHOICE = "r"
                       MOVE "R" TO QU-STATUS
                   ELSE
                       MOVE "D" TO QU-STATUS
                   END-IF
                   PERFORM GET-CLOCK-HHMM
                   MOVE WS-VH-TIME-SLOT TO QU-TIME-DONE
                   REWRITE QUEUE-RECORD
           END-READ
           CLOSE QUEUE-FILE
           PERFORM POST-QUEUE-CLOSE-STAT
           DISPLAY "Queue entry closed.".

       POST-QUEUE-CLOSE-STAT.                                        *> A queue number just closed for the first time
                                                                      *> goes onto today's daily stats row.
           IF WS-DY-WRITTEN = "Y"
               MOVE WS-TODAY-SLASHED TO WS-DY-DATE
               MOVE "Q" TO WS-DY-KIND
               PERFORM POST-DAILY-STAT
           END-IF.

       QUEUE-UPDATE-STATUS.                                          *> Set one entry's status by queue number.
           PERFORM FORMAT-TODAY-SLASHED
           DISPLAY "Queue number: " WITH NO ADVANCING
           ACCEPT WS-QU-NUMBER
           MOVE "N" TO WS-DY-WRITTEN
           OPEN I-O QUEUE-FILE
           IF WS-QU-FILE-STATUS = "35"
               DISPLAY "Nobody has checked in yet."
               CLOSE QUEUE-FILE
           ELSE
               MOVE WS-TODAY-SLASHED TO QU-QUEUE-DATE
               MOVE WS-QU-NUMBER     TO QU-QUEUE-NUMBER
               READ QUEUE-FILE
                   INVALID KEY
                       DISPLAY "No queue entry with that number"
                       DISPLAY "today."
                   NOT INVALID KEY
                       DISPLAY "Status -- (W)aiting, with (N)urse,"
                       DISPLAY "(D)one, (R)eferred: "
                           WITH NO ADVANCING
                       ACCEPT QU-STATUS
                       PERFORM UNTIL QU-STATUS = "W"
                               OR QU-STATUS = "N"
                               OR QU-STATUS = "D"
                               OR QU-STATUS = "R"
                           DISPLAY "Please enter W, N, D or R: "
                               WITH NO ADVANCING
                           ACCEPT QU-STATUS
                       END-PERFORM
                                                                      *> Hand-set statuses still stamp their
                                                                      *> times, so the service report stays
                                                                      *> honest.
                       PERFORM GET-CLOCK-HHMM
                       IF QU-STATUS = "N"
                               AND QU-TIME-CALLED = SPACES
                           MOVE WS-VH-TIME-SLOT TO QU-TIME-CALLED
                       END-IF
                       IF (QU-STATUS = "D" OR QU-STATUS = "R")
                               AND QU-TIME-DONE = SPACES
                           MOVE WS-VH-TIME-SLOT TO QU-TIME-DONE
                           MOVE "Y" TO WS-DY-WRITTEN
                       END-IF
                       REWRITE QUEUE-RECORD
                       DISPLAY "Status updated."
               END-READ
               CLOSE QUEUE-FILE
               PERFORM POST-QUEUE-CLOSE-STAT
           END-IF.

       IMMUNIZATION-COMPLIANCE-MENU.                                 *> Required-vaccine schedule and the compliance
                                                                      *> accounting the division health office asks for.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      IMMUNIZATION COMPLIANCE"
           DISPLAY FRA-ME
           DISPLAY "1) Add/update a required vaccine"
           DISPLAY "2) List the required-vaccine schedule"
           DISPLAY "3) Compliance report by section"
           DISPLAY "4) Import division registry extract"
           DISPLAY "5) Vaccination campaign session"
           DISPLAY "6) Adverse events following immunization (AEFI)"
           DISPLAY "x) Back to main menu"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-IMC-CHOICE
           EVALUATE WS-IMC-CHOICE
               WHEN "1"
                   PERFORM ADD-REQUIRED-VACCINE
               WHEN "2"
                   PERFORM LIST-REQUIRED-VACCINES
               WHEN "3"
                   PERFORM IMMUNIZATION-COMPLIANCE-REPORT
               WHEN "4"
                   PERFORM IMMUNIZATION-IMPORT
               WHEN "5"
                   PERFORM VACCINATION-CAMPAIGN-SESSION
               WHEN "6"
                   PERFORM AEFI-MENU
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-IMC-CHOICE NOT = "x" AND WS-IMC-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM IMMUNIZATION-COMPLIANCE-MENU
           ELSE
               PERFORM DISPLAY-MENU
           END-IF.

       ADD-REQUIRED-VACCINE.                                         *> One vaccine and its dose count in the schedule.
           OPEN I-O VACCINE-SCHED-FILE
           IF WS-VS-FILE-STATUS = "35"                                *> File does not exist yet -- create it.
               OPEN OUTPUT VACCINE-SCHED-FILE
           END-IF
           DISPLAY "Vaccine name (as recorded on I rows): "
               WITH NO ADVANCING
           ACCEPT VS-VACCINE-NAME
           DISPLAY "Doses required: " WITH NO ADVANCING
           ACCEPT VS-DOSES-REQUIRED
           WRITE VACCINE-SCHED-RECORD
               INVALID KEY
                   DISPLAY "That vaccine is already on the schedule"
                   DISPLAY "-- overwriting its dose count."
                   REWRITE VACCINE-SCHED-RECORD
           END-WRITE
           CLOSE VACCINE-SCHED-FILE
           DISPLAY "Schedule entry saved.".

       LIST-REQUIRED-VACCINES.                                       *> The schedule as it stands.
           PERFORM LOAD-VACCINE-SCHEDULE
           IF WS-IMC-VAC-COUNT = ZERO
               DISPLAY "No required vaccines on file yet."
           ELSE
               MOVE 1 TO WS-IMC-IDX
               PERFORM WS-IMC-VAC-COUNT TIMES
                   DISPLAY "  " WS-IMC-VAC-NAME(WS-IMC-IDX)
                       " x " WS-IMC-VAC-DOSES(WS-IMC-IDX)
                   ADD 1 TO WS-IMC-IDX
               END-PERFORM
           END-IF.

       LOAD-VACCINE-SCHEDULE.                                        *> Schedule into WS-IMC-VAC-TABLE for the report.
           MOVE ZERO TO WS-IMC-VAC-COUNT
           OPEN INPUT VACCINE-SCHED-FILE
           IF WS-VS-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ VACCINE-SCHED-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND WS-IMC-VAC-COUNT < 20
                       ADD 1 TO WS-IMC-VAC-COUNT
                       MOVE VS-VACCINE-NAME
                           TO WS-IMC-VAC-NAME(WS-IMC-VAC-COUNT)
                       MOVE VS-DOSES-REQUIRED
                           TO WS-IMC-VAC-DOSES(WS-IMC-VAC-COUNT)
                   END-IF
               END-PERFORM
           END-IF
           CLOSE VACCINE-SCHED-FILE.

       IMMUNIZATION-COMPLIANCE-REPORT.                               *> Who is missing which dose, by Course/Section.
           PERFORM LOAD-VACCINE-SCHEDULE
           IF WS-IMC-VAC-COUNT = ZERO
               DISPLAY "No required vaccines on file -- maintain the"
               DISPLAY "schedule first."
           ELSE
               DISPLAY "Course/Section (blank = every section): "
                   WITH NO ADVANCING
               ACCEPT WS-IMC-CYS
               PERFORM ASK-INCLUDE-NON-STUDENTS
               MOVE "IMMUNE" TO WS-RO-NAME
               MOVE "IMMUNIZATION COMPLIANCE REPORT" TO WS-RO-TITLE
               PERFORM OPEN-REPORT-OUTPUT
               MOVE ZERO TO WS-IMC-MISSING-COUNT
               MOVE ZERO TO WS-IMC-STUDENTS-CHECKED
               OPEN INPUT PATIENT-FILE
               IF WS-FILE-STATUS = "35"
                   MOVE "No patient records have been added yet."
                       TO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ PATIENT-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                       IF WS-EOF-FLAG NOT = "Y"
                           PERFORM CHECK-SECTION-ELIGIBLE
                           IF ARCHIVE-STATUS NOT = "X"
                                   AND STUDENT-NUMBER NOT = SPACES
                                   AND WS-PT-ELIGIBLE = "Y"
                                   AND (WS-IMC-CYS = SPACES
                                       OR STUDENT-CYS = WS-IMC-CYS)
                               ADD 1 TO WS-IMC-STUDENTS-CHECKED
                               PERFORM CHECK-STUDENT-COMPLIANCE
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE PATIENT-FILE
               MOVE SPACES TO WS-RO-LINE
               STRING "Students checked: " WS-IMC-STUDENTS-CHECKED
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE SPACES TO WS-RO-LINE
               STRING "Missing doses reported: "
                   WS-IMC-MISSING-COUNT
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM CLOSE-REPORT-OUTPUT
           END-IF.

       CHECK-STUDENT-COMPLIANCE.                                     *> Tally one student's "I" rows against the
                                                                      *> schedule and report any shortfalls.
           MOVE 1 TO WS-IMC-IDX
           PERFORM WS-IMC-VAC-COUNT TIMES
               MOVE ZERO TO WS-IMC-VAC-GOT(WS-IMC-IDX)
               ADD 1 TO WS-IMC-IDX
           END-PERFORM
           PERFORM TALLY-STUDENT-DOSES
           MOVE 1 TO WS-IMC-IDX
           PERFORM WS-IMC-VAC-COUNT TIMES
               IF WS-IMC-VAC-GOT(WS-IMC-IDX)
                       < WS-IMC-VAC-DOSES(WS-IMC-IDX)
                   ADD 1 TO WS-IMC-MISSING-COUNT
                   MOVE SPACES TO WS-RO-LINE
                   STRING STUDENT-CYS " " STUDENT-NUMBER " "
                       PATIENT-NAME DELIMITED BY SIZE
                       INTO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
                   MOVE SPACES TO WS-RO-LINE
                   STRING "   missing "
                       WS-IMC-VAC-NAME(WS-IMC-IDX)
                       " dose " WS-IMC-VAC-GOT(WS-IMC-IDX)
                       " of " WS-IMC-VAC-DOSES(WS-IMC-IDX)
                       DELIMITED BY SIZE INTO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
               ADD 1 TO WS-IMC-IDX
           END-PERFORM.

       TALLY-STUDENT-DOSES.                                          *> Count this student's recorded doses per vaccine.
           OPEN INPUT ALLERGY-IMM-FILE
           IF WS-AI-FILE-STATUS NOT = "35"
               MOVE STUDENT-NUMBER TO AI-STUDENT-NUMBER
               MOVE LOW-VALUE      TO AI-ENTRY-DATE
               MOVE "N" TO WS-AP-EOF-FLAG
               START ALLERGY-IMM-FILE
                   KEY IS NOT LESS THAN AI-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AP-EOF-FLAG
               END-START
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ ALLERGY-IMM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF AI-STUDENT-NUMBER NOT = STUDENT-NUMBER
                           MOVE "Y" TO WS-AP-EOF-FLAG
                       ELSE
                           IF AI-RECORD-TYPE = "I"
                                   OR AI-RECORD-TYPE = "i"
                               MOVE 1 TO WS-IMC-IDX
                               PERFORM WS-IMC-VAC-COUNT TIMES
                                   IF AI-DESCRIPTION =
                                           WS-IMC-VAC-NAME(
                                           WS-IMC-IDX)
                                       ADD 1 TO WS-IMC-VAC-GOT(
                                           WS-IMC-IDX)
                                   END-IF
                                   ADD 1 TO WS-IMC-IDX
                               END-PERFORM
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ALLERGY-IMM-FILE.

       INCIDENT-MENU.                                                *> Campus incident and accident reporting.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      CAMPUS INCIDENT REPORTS"
           DISPLAY FRA-ME
           DISPLAY "1) Record an incident"
           DISPLAY "2) View a student's incidents"
           DISPLAY "3) Summary for the safety office"
           DISPLAY "4) Insurance claims (extract/register)"
           DISPLAY "x) Back to main menu"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-IN-CHOICE
           EVALUATE WS-IN-CHOICE
               WHEN "1"
                   PERFORM RECORD-INCIDENT
               WHEN "2"
                   PERFORM VIEW-STUDENT-INCIDENTS
               WHEN "3"
                   PERFORM INCIDENT-SUMMARY-REPORT
               WHEN "4"
                   PERFORM CLAIM-MENU
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-IN-CHOICE NOT = "x" AND WS-IN-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM INCIDENT-MENU
           ELSE
               PERFORM DISPLAY-MENU
           END-IF.

       RECORD-INCIDENT.                                              *> Capture one incident, linked to the day's visit.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           DISPLAY "Incident Date [YYYY/MM/DD]: " WITH NO ADVANCING
           ACCEPT WS-IN-DATE
           DISPLAY "Incident Time [HH:MM]: " WITH NO ADVANCING
           ACCEPT WS-IN-TIME
           OPEN I-O INCIDENT-FILE
           IF WS-IN-FILE-STATUS = "35"                                *> File does not exist yet -- create it.
               OPEN OUTPUT INCIDENT-FILE
           END-IF
           MOVE WS-STUDENT-NUMBER TO IN-STUDENT-NUMBER
           MOVE WS-IN-DATE        TO IN-INCIDENT-DATE
           MOVE WS-IN-TIME        TO IN-INCIDENT-TIME
           DISPLAY "Location on campus: " WITH NO ADVANCING
           ACCEPT IN-LOCATION
           DISPLAY "What happened: " WITH NO ADVANCING
           ACCEPT IN-DESCRIPTION
           DISPLAY "First aid given: " WITH NO ADVANCING
           ACCEPT IN-FIRST-AID
           DISPLAY "Witnesses: " WITH NO ADVANCING
           ACCEPT IN-WITNESSES
           DISPLAY "Parents notified? [Y/N]: " WITH NO ADVANCING
           ACCEPT IN-PARENTS-NOTIFIED
           PERFORM UNTIL IN-PARENTS-NOTIFIED = "Y"
                   OR IN-PARENTS-NOTIFIED = "N"
                   OR IN-PARENTS-NOTIFIED = "y"
                   OR IN-PARENTS-NOTIFIED = "n"
               DISPLAY "Please enter Y or N: " WITH NO ADVANCING
               ACCEPT IN-PARENTS-NOTIFIED
           END-PERFORM
           MOVE WS-CAMPUS-CODE TO IN-CAMPUS-CODE
           WRITE INCIDENT-RECORD
               INVALID KEY
                   DISPLAY "An incident for that student, date and"
                   DISPLAY "time is already on file -- overwriting."
                   REWRITE INCIDENT-RECORD
           END-WRITE
           CLOSE INCIDENT-FILE
           DISPLAY "Incident recorded."
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "INCIDENT"    TO WS-AUDIT-FIELD-NAME
           MOVE SPACES        TO WS-AUDIT-OLD-VALUE
           MOVE IN-LOCATION   TO WS-AUDIT-NEW-VALUE
           PERFORM APPEND-AUDIT-LOG
                                                                      *> The clinic side of the incident still needs its
                                                                      *> visit row so the two records reconcile.
           OPEN INPUT VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS NOT = "35"
               MOVE WS-STUDENT-NUMBER TO WS-VH-PROBE-STUDENT
               MOVE WS-IN-DATE        TO WS-VH-PROBE-DATE
               PERFORM PROBE-VISIT-ON-DATE
               IF WS-VH-PROBE-FOUND = "Y"
                   DISPLAY "Matching visit row is on file."
               ELSE
                   DISPLAY "Note: no visit row on file for that"
                   DISPLAY "date -- record the visit too."
               END-IF
           END-IF
           CLOSE VISIT-HISTORY-FILE.

       VIEW-STUDENT-INCIDENTS.                                       *> Every incident on file for one student.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           MOVE ZERO TO WS-IN-COUNT
           OPEN INPUT INCIDENT-FILE
           IF WS-IN-FILE-STATUS = "35"
               DISPLAY "No incidents on file yet."
           ELSE
               MOVE WS-STUDENT-NUMBER TO IN-STUDENT-NUMBER
               MOVE LOW-VALUE TO IN-INCIDENT-DATE
               MOVE LOW-VALUE TO IN-INCIDENT-TIME
               MOVE "N" TO WS-EOF-FLAG
               START INCIDENT-FILE
                   KEY IS NOT LESS THAN IN-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ INCIDENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF IN-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-IN-COUNT
                           DISPLAY "Date/Time: " IN-INCIDENT-DATE
                               " " IN-INCIDENT-TIME
                           DISPLAY "Location: " IN-LOCATION
                           DISPLAY "What happened: " IN-DESCRIPTION
                           DISPLAY "First aid: " IN-FIRST-AID
                           DISPLAY "Witnesses: " IN-WITNESSES
                           DISPLAY "Parents notified: "
                               IN-PARENTS-NOTIFIED
                           DISPLAY FRA-ME
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE INCIDENT-FILE
           DISPLAY "Incidents on file: " WS-IN-COUNT.

       INCIDENT-SUMMARY-REPORT.                                      *> Date-range summary for the campus safety office.
                                                                      *> A term code off the school calendar stands in
                                                                      *> for the pair of dates.
           DISPLAY "Term code (blank = enter dates): "
               WITH NO ADVANCING
           ACCEPT WS-TM-CODE
           MOVE "N" TO WS-TM-FOUND
           IF WS-TM-CODE NOT = SPACES
               PERFORM RESOLVE-TERM-CODE
           END-IF
           IF WS-TM-FOUND = "Y"
               MOVE WS-TM-START TO WS-IN-FROM-DATE
               MOVE WS-TM-END   TO WS-IN-TO-DATE
               DISPLAY "Reporting " WS-TM-DESC
           ELSE
               DISPLAY "From date [YYYY/MM/DD]: " WITH NO ADVANCING
               ACCEPT WS-IN-FROM-DATE
               DISPLAY "To date [YYYY/MM/DD]: " WITH NO ADVANCING
               ACCEPT WS-IN-TO-DATE
           END-IF
           MOVE ZERO TO WS-IN-COUNT
           MOVE ZERO TO WS-IN-NOTIFIED-COUNT
           OPEN OUTPUT INCIDENT-SUMMARY-FILE
           MOVE FRA-ME TO INCIDENT-SUMMARY-RECORD
           WRITE INCIDENT-SUMMARY-RECORD
           MOVE "    CAMPUS INCIDENT SUMMARY" TO
               INCIDENT-SUMMARY-RECORD
           WRITE INCIDENT-SUMMARY-RECORD
           MOVE SPACES TO WS-IN-LINE
           STRING "Period: " WS-IN-FROM-DATE " to " WS-IN-TO-DATE
               DELIMITED BY SIZE INTO WS-IN-LINE
           MOVE WS-IN-LINE TO INCIDENT-SUMMARY-RECORD
           WRITE INCIDENT-SUMMARY-RECORD
           MOVE FRA-ME TO INCIDENT-SUMMARY-RECORD
           WRITE INCIDENT-SUMMARY-RECORD
           OPEN INPUT INCIDENT-FILE
           IF WS-IN-FILE-STATUS = "35"
               DISPLAY "No incidents on file yet."
               MOVE "(No incidents on file.)"
                   TO INCIDENT-SUMMARY-RECORD
               WRITE INCIDENT-SUMMARY-RECORD
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ INCIDENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF IN-INCIDENT-DATE >= WS-IN-FROM-DATE
                               AND IN-INCIDENT-DATE <= WS-IN-TO-DATE
                           ADD 1 TO WS-IN-COUNT
                           IF IN-PARENTS-NOTIFIED = "Y"
                                   OR IN-PARENTS-NOTIFIED = "y"
                               ADD 1 TO WS-IN-NOTIFIED-COUNT
                           END-IF
                           MOVE SPACES TO WS-IN-LINE
                           STRING IN-INCIDENT-DATE " "
                               IN-INCIDENT-TIME " "
                               IN-STUDENT-NUMBER " "
                               IN-LOCATION DELIMITED BY SIZE
                               INTO WS-IN-LINE
                           MOVE WS-IN-LINE
                               TO INCIDENT-SUMMARY-RECORD
                           WRITE INCIDENT-SUMMARY-RECORD
                           DISPLAY WS-IN-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE INCIDENT-FILE
           MOVE FRA-ME TO INCIDENT-SUMMARY-RECORD
           WRITE INCIDENT-SUMMARY-RECORD
           MOVE SPACES TO WS-IN-LINE
           STRING "Incidents in period: " WS-IN-COUNT
               DELIMITED BY SIZE INTO WS-IN-LINE
           MOVE WS-IN-LINE TO INCIDENT-SUMMARY-RECORD
           WRITE INCIDENT-SUMMARY-RECORD
           DISPLAY WS-IN-LINE
           MOVE SPACES TO WS-IN-LINE
           STRING "Parents notified:    " WS-IN-NOTIFIED-COUNT
               DELIMITED BY SIZE INTO WS-IN-LINE
           MOVE WS-IN-LINE TO INCIDENT-SUMMARY-RECORD
           WRITE INCIDENT-SUMMARY-RECORD
           DISPLAY WS-IN-LINE
           CLOSE INCIDENT-SUMMARY-FILE
           DISPLAY "Summary written to"
           DISPLAY "/home/zelly/INCIDENT_SUMMARY.txt".

       REGISTRAR-UTILITIES-MENU.                                     *> Term-list reconciliation and the June
                                                                      *> section promotion, together in one place.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      REGISTRAR UTILITIES"
           DISPLAY FRA-ME
           DISPLAY "1) Enrollment reconciliation import"
           DISPLAY "2) School-year section promotion batch"
           DISPLAY "3) School-year/term calendar"
           DISPLAY "4) Holiday / non-school-day calendar"
           DISPLAY "5) Transfer-in health record intake"
           DISPLAY "x) Back to main menu"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-REG-CHOICE
           EVALUATE WS-REG-CHOICE
               WHEN "1"
                   PERFORM ENROLLMENT-RECONCILIATION
               WHEN "3"
                   PERFORM TERM-CALENDAR-MENU
                   PERFORM DISPLAY-MENU
               WHEN "4"
                   PERFORM HOLIDAY-CALENDAR-MENU
                   PERFORM DISPLAY-MENU
               WHEN "5"
                   PERFORM TRANSFER-IN-INTAKE
               WHEN "2"
                   IF WS-USER-ROLE NOT = "ADMIN"
                       PERFORM ROLE-NOT-ALLOWED
                       PERFORM DISPLAY-MENU
                   ELSE
                       PERFORM SECTION-PROMOTION-BATCH
                   END-IF
               WHEN OTHER
                   PERFORM DISPLAY-MENU
           END-EVALUATE.

       TRANSFER-IN-INTAKE.                                           *> Load a transferring-in student's released
                                                                      *> record: create or match the patient, bring
                                                                      *> in prior visits as external history and the
                                                                      *> allergy/immunization rows, leave counseling
                                                                      *> out, reject what cannot be placed.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      TRANSFER-IN HEALTH RECORD INTAKE"
           DISPLAY FRA-ME
           DISPLAY "Reads /home/zelly/TRANSFER_IN.txt (the sending"
           DISPLAY "school's records release package)."
           MOVE ZERO TO WS-TI-VISITS
           MOVE ZERO TO WS-TI-AI-ROWS
           MOVE ZERO TO WS-TI-SKIPPED
           MOVE ZERO TO WS-TI-REJECTED
           MOVE ZERO TO WS-TI-WITHHELD
           MOVE ZERO TO WS-TI-SEQ
           MOVE SPACES TO WS-TI-PKG-STUDENT
           MOVE SPACES TO WS-TI-STUDENT
           MOVE SPACES TO WS-TI-NAME
           MOVE SPACES TO WS-TI-CYS
           MOVE SPACES TO WS-TI-DOB
           MOVE SPACES TO WS-TI-AGE
           MOVE SPACES TO WS-TI-SEX
           MOVE SPACES TO WS-TI-PHONE
           MOVE SPACES TO WS-TI-EMAIL
           MOVE "H" TO WS-TI-SECTION
           MOVE "N" TO WS-TI-PLACED
           MOVE "N" TO WS-TI-VISIT-PENDING
           OPEN INPUT TRANSFER-IN-FILE
           IF WS-TI-FILE-STATUS = "35"
               DISPLAY "No transfer package found -- nothing to do."
               CLOSE TRANSFER-IN-FILE
           ELSE
               DISPLAY "Sending school: " WITH NO ADVANCING
               ACCEPT WS-TI-SCHOOL
               OPEN OUTPUT TRANSFER-REJECT-FILE
               MOVE "N" TO WS-EOF-FLAG
               READ TRANSFER-IN-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   MOVE TRANSFER-IN-RECORD TO WS-TI-LINE
                   IF WS-TI-LINE NOT = SPACES
                       PERFORM TAKE-ONE-TRANSFER-LINE
                   END-IF
                   READ TRANSFER-IN-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               PERFORM FLUSH-TRANSFER-VISIT
               IF WS-TI-PLACED = "N"
                   PERFORM PLACE-TRANSFER-PATIENT
               END-IF
               CLOSE TRANSFER-IN-FILE
               CLOSE TRANSFER-REJECT-FILE
               IF WS-TI-PLACED = "Y"
                   MOVE WS-TI-STUDENT TO STUDENT-NUMBER
                   MOVE "TRANSFER-IN INTAKE" TO WS-AUDIT-FIELD-NAME
                   MOVE WS-TI-SCHOOL TO WS-AUDIT-OLD-VALUE
                   MOVE SPACES TO WS-AUDIT-NEW-VALUE
                   STRING "visits=" WS-TI-VISITS
                       " allergy/imm=" WS-TI-AI-ROWS
                       DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
                   PERFORM APPEND-AUDIT-LOG
               END-IF
               DISPLAY FRA-ME
               DISPLAY "Visits loaded as external history: "
                   WS-TI-VISITS
               DISPLAY "Allergy/immunization rows loaded:  "
                   WS-TI-AI-ROWS
               DISPLAY "Already held, skipped:             "
                   WS-TI-SKIPPED
               DISPLAY "Counseling lines left out:         "
                   WS-TI-WITHHELD
               DISPLAY "Rejected (see file):               "
                   WS-TI-REJECTED
               DISPLAY "Rejects written to"
               DISPLAY "/home/zelly/TRANSFER_IN_REJECTS.txt"
           END-IF
           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       TAKE-ONE-TRANSFER-LINE.                                       *> Section headings switch the parse; anything
                                                                      *> else is read in the layout of the section
                                                                      *> it sits in.
           EVALUATE TRUE
               WHEN WS-TI-LINE = "-- DEMOGRAPHICS --"
                   MOVE "D" TO WS-TI-SECTION
               WHEN WS-TI-LINE = "-- VISIT HISTORY --"
                   PERFORM PLACE-TRANSFER-PATIENT
                   MOVE "V" TO WS-TI-SECTION
               WHEN WS-TI-LINE = "-- ALLERGIES / IMMUNIZATIONS --"
                   PERFORM FLUSH-TRANSFER-VISIT
                   PERFORM PLACE-TRANSFER-PATIENT
                   MOVE "A" TO WS-TI-SECTION
               WHEN WS-TI-LINE = "-- CONFIDENTIAL COUNSELING --"
                   PERFORM FLUSH-TRANSFER-VISIT
                   MOVE "C" TO WS-TI-SECTION
               WHEN WS-TI-LINE = "End of record."
                   PERFORM FLUSH-TRANSFER-VISIT
                   MOVE "E" TO WS-TI-SECTION
               WHEN WS-TI-LINE = FRA-ME
                   PERFORM FLUSH-TRANSFER-VISIT
               WHEN WS-TI-SECTION = "H"
                   PERFORM TAKE-TRANSFER-HEADER
               WHEN WS-TI-SECTION = "D"
                   PERFORM TAKE-TRANSFER-DEMOGRAPHIC
               WHEN WS-TI-SECTION = "V"
                   PERFORM TAKE-TRANSFER-VISIT
               WHEN WS-TI-SECTION = "A"
                   PERFORM TAKE-TRANSFER-ALLERGY
               WHEN WS-TI-SECTION = "C"
                                                                      *> Counseling content never comes in.
                   ADD 1 TO WS-TI-WITHHELD
               WHEN OTHER
                   MOVE "AFTER END OF RECORD" TO WS-TI-REASON
                   PERFORM WRITE-TRANSFER-REJECT
           END-EVALUATE.

       TAKE-TRANSFER-HEADER.                                         *> Title and release lines above the record.
           IF WS-TI-LINE(1:10) NOT = "Released: "
                   AND WS-TI-LINE(1:13) NOT = "Released by: "
                   AND WS-TI-LINE(6:15) NOT = "MEDIKA CLINIC R"
               MOVE "UNKNOWN HEADER LINE" TO WS-TI-REASON
               PERFORM WRITE-TRANSFER-REJECT
           END-IF.

       TAKE-TRANSFER-DEMOGRAPHIC.                                    *> One labelled demographics line.
           EVALUATE TRUE
               WHEN WS-TI-LINE(1:12) = "Student ID: "
                   MOVE WS-TI-LINE(13:20) TO WS-TI-PKG-STUDENT
               WHEN WS-TI-LINE(1:6) = "Name: "
                   MOVE WS-TI-LINE(7:30) TO WS-TI-NAME
               WHEN WS-TI-LINE(1:16) = "Course/Section: "
                   MOVE WS-TI-LINE(17:30) TO WS-TI-CYS
               WHEN WS-TI-LINE(1:15) = "Date of Birth: "
                   MOVE WS-TI-LINE(16:15) TO WS-TI-DOB
                   MOVE WS-TI-LINE(38:5)  TO WS-TI-AGE
                   MOVE WS-TI-LINE(50:5)  TO WS-TI-SEX
               WHEN WS-TI-LINE(1:11) = "Emergency: "
                   MOVE WS-TI-LINE(12:15) TO WS-TI-PHONE
                   MOVE WS-TI-LINE(28:30) TO WS-TI-EMAIL
               WHEN OTHER
                   MOVE "UNKNOWN DEMOGRAPHIC LINE" TO WS-TI-REASON
                   PERFORM WRITE-TRANSFER-REJECT
           END-EVALUATE.

       TAKE-TRANSFER-VISIT.                                          *> A dated visit line opens a visit; the
                                                                      *> prescriber and vitals lines under it fill
                                                                      *> it in.
           EVALUATE TRUE
               WHEN WS-TI-LINE(1:4) IS NUMERIC
                       AND WS-TI-LINE(5:1) = "/"
                       AND WS-TI-LINE(8:1) = "/"
                   PERFORM FLUSH-TRANSFER-VISIT
                   MOVE "Y" TO WS-TI-VISIT-PENDING
                   MOVE WS-TI-LINE(1:11)  TO WS-TI-VH-DATE
                   MOVE WS-TI-LINE(13:30) TO WS-TI-VH-CONDITION
                   MOVE WS-TI-LINE(44:30) TO WS-TI-VH-MEDICATION
                   MOVE SPACES TO WS-TI-VH-PRESCRIBER
                   MOVE SPACES TO WS-TI-VH-TEMP
                   MOVE SPACES TO WS-TI-VH-BP
                   MOVE SPACES TO WS-TI-VH-PULSE
                   MOVE SPACES TO WS-TI-VH-BMI
               WHEN WS-TI-LINE(1:15) = "   Prescriber: "
                       AND WS-TI-VISIT-PENDING = "Y"
                   MOVE WS-TI-LINE(16:30) TO WS-TI-VH-PRESCRIBER
               WHEN WS-TI-LINE(1:8) = "   Temp "
                       AND WS-TI-VISIT-PENDING = "Y"
                   MOVE WS-TI-LINE(9:5)  TO WS-TI-VH-TEMP
                   MOVE WS-TI-LINE(18:7) TO WS-TI-VH-BP
                   MOVE WS-TI-LINE(32:3) TO WS-TI-VH-PULSE
                   MOVE WS-TI-LINE(40:5) TO WS-TI-VH-BMI
               WHEN WS-TI-LINE = "(No visits on file.)"
                   CONTINUE
               WHEN OTHER
                   MOVE "UNREADABLE VISIT LINE" TO WS-TI-REASON
                   PERFORM WRITE-TRANSFER-REJECT
           END-EVALUATE.

       TAKE-TRANSFER-ALLERGY.                                        *> One dated ALLERGY or IMMUNIZ. line.
           EVALUATE TRUE
               WHEN WS-TI-LINE(1:4) IS NUMERIC
                       AND WS-TI-LINE(5:1) = "/"
                       AND WS-TI-LINE(8:1) = "/"
                       AND (WS-TI-LINE(12:10) = " ALLERGY  "
                           OR WS-TI-LINE(12:10) = " IMMUNIZ. ")
                   MOVE WS-TI-LINE(1:11)  TO WS-TI-AI-DATE
                   MOVE WS-TI-LINE(22:30) TO WS-TI-AI-DESC
                   MOVE WS-TI-LINE(53:30) TO WS-TI-AI-REACTION
                   IF WS-TI-LINE(13:1) = "A"
                       MOVE "A" TO WS-TI-AI-TYPE
                   ELSE
                       MOVE "I" TO WS-TI-AI-TYPE
                   END-IF
                   PERFORM LOAD-TRANSFER-ALLERGY
               WHEN WS-TI-LINE(1:4) = "(No "
                                                                      *> "(No allergy/immunization rows on file.)"
                   CONTINUE
               WHEN OTHER
                   MOVE "UNREADABLE ALLERGY/IMM LINE" TO WS-TI-REASON
                   PERFORM WRITE-TRANSFER-REJECT
           END-EVALUATE.

       PLACE-TRANSFER-PATIENT.                                       *> Once per package: match the student on file
                                                                      *> or create the record from the package's
                                                                      *> demographics.
           IF WS-TI-PLACED = "N"
               MOVE "F" TO WS-TI-PLACED
               DISPLAY FRA-ME
               DISPLAY "Package: " WS-TI-PKG-STUDENT " " WS-TI-NAME
               DISPLAY "Student ID at this school [blank = "
                   WS-TI-PKG-STUDENT "]: " WITH NO ADVANCING
               ACCEPT WS-TI-ENTRY
               IF WS-TI-ENTRY = SPACES
                   MOVE WS-TI-PKG-STUDENT TO WS-TI-ENTRY
               END-IF
               IF WS-TI-ENTRY = SPACES
                   DISPLAY "No Student ID -- nothing can be placed."
               ELSE
                   MOVE WS-TI-ENTRY TO WS-TI-STUDENT
                   MOVE WS-TI-ENTRY TO WS-STUDENT-NUMBER
                   PERFORM CHECK-DUPLICATE-STUDENT
                   IF WS-DUPLICATE-FOUND = "Y"
                       DISPLAY "Matched the clinic record already on"
                       DISPLAY "file -- its demographics are kept."
                       MOVE "Y" TO WS-TI-PLACED
                   ELSE
                       PERFORM CREATE-TRANSFER-PATIENT
                   END-IF
               END-IF
           END-IF.

       CREATE-TRANSFER-PATIENT.                                      *> New active student record from the package.
           OPEN I-O PATIENT-FILE
           IF WS-FILE-STATUS = "35"                                   *> File does not exist yet -- create it.
               OPEN OUTPUT PATIENT-FILE
           END-IF
           PERFORM GET-NEXT-PATIENT-ID
           MOVE SPACES TO PATIENT-RECORD
           MOVE WS-TI-STUDENT      TO STUDENT-NUMBER
           MOVE WS-NEXT-PATIENT-ID TO PATIENT-ID
           MOVE WS-TI-NAME         TO PATIENT-NAME
           MOVE WS-TI-CYS          TO STUDENT-CYS
           MOVE WS-TI-DOB          TO DATE-OF-BIRTH
           MOVE WS-TI-AGE          TO PATIENT-AGE
           MOVE WS-TI-SEX          TO PATIENT-SEX
           MOVE WS-TI-PHONE        TO EMERGENCY-PHONE
           MOVE WS-TI-EMAIL        TO EMERGENCY-EMAIL
           MOVE "A" TO ARCHIVE-STATUS                                 *> New record starts Active.
           MOVE "S" TO PATIENT-CATEGORY
           MOVE WS-CAMPUS-CODE     TO CAMPUS-CODE
           PERFORM MASK-HEALTH-FIELDS
           WRITE PATIENT-RECORD
               INVALID KEY
                   DISPLAY "Patient ID already on file -- not saved."
               NOT INVALID KEY
                   MOVE "W" TO WS-JN-ACTION
                   PERFORM JOURNAL-PATIENT
                   MOVE "Y" TO WS-TI-PLACED
                   DISPLAY "New clinic record created -- Patient ID "
                       PATIENT-ID
                   MOVE "NEW RECORD"  TO WS-AUDIT-FIELD-NAME
                   MOVE SPACES        TO WS-AUDIT-OLD-VALUE
                   MOVE PATIENT-NAME  TO WS-AUDIT-NEW-VALUE
                   PERFORM APPEND-AUDIT-LOG
           END-WRITE
           CLOSE PATIENT-FILE.

       FLUSH-TRANSFER-VISIT.                                         *> Write the visit being built, if any, as
                                                                      *> external history. Its time slot is "EX" and
                                                                      *> a running number, so the same package loaded
                                                                      *> twice finds its visits already held.
           IF WS-TI-VISIT-PENDING = "Y"
               MOVE "N" TO WS-TI-VISIT-PENDING
               ADD 1 TO WS-TI-SEQ
               IF WS-TI-PLACED NOT = "Y"
                   MOVE SPACES TO WS-TI-LINE
                   STRING WS-TI-VH-DATE " " WS-TI-VH-CONDITION " "
                       WS-TI-VH-MEDICATION DELIMITED BY SIZE
                       INTO WS-TI-LINE
                   MOVE "NO PATIENT PLACED" TO WS-TI-REASON
                   PERFORM WRITE-TRANSFER-REJECT
               ELSE
                   MOVE SPACES TO VISIT-HISTORY-RECORD
                   MOVE WS-TI-STUDENT       TO VH-STUDENT-NUMBER
                   MOVE WS-TI-VH-DATE       TO VH-DATE-OF-VISIT
                   MOVE "EX"                TO VH-TIME-OF-VISIT(1:2)
                   MOVE WS-TI-SEQ           TO VH-TIME-OF-VISIT(3:3)
                   MOVE WS-TI-VH-CONDITION  TO VH-HEALTH-CONDITION
                   MOVE WS-TI-VH-MEDICATION TO VH-MEDICATION-NAME
                   MOVE WS-TI-VH-PRESCRIBER TO VH-PRESCRIBER
                   MOVE WS-TI-VH-TEMP       TO VH-TEMPERATURE
                   MOVE WS-TI-VH-BP         TO VH-BLOOD-PRESSURE
                   MOVE WS-TI-VH-PULSE      TO VH-PULSE
                   MOVE WS-TI-VH-BMI        TO VH-BMI
                   MOVE WS-TI-EXTERNAL-TAG  TO VH-ATTENDED-BY
                   MOVE SPACES              TO VH-CAMPUS-CODE
                   PERFORM MASK-VH-FIELDS
                   OPEN I-O VISIT-HISTORY-FILE
                   PERFORM CHECK-VH-OPEN-STATUS
                   IF WS-VH-FILE-STATUS = "35"                        *> File does not exist yet -- create it.
                       OPEN OUTPUT VISIT-HISTORY-FILE
                       PERFORM CHECK-VH-OPEN-STATUS
                   END-IF
                   WRITE VISIT-HISTORY-RECORD
                       INVALID KEY
                           ADD 1 TO WS-TI-SKIPPED
                       NOT INVALID KEY
                           MOVE "W" TO WS-JN-ACTION
                           PERFORM JOURNAL-VISIT
                           ADD 1 TO WS-TI-VISITS
                   END-WRITE
                   CLOSE VISIT-HISTORY-FILE
               END-IF
           END-IF.

       LOAD-TRANSFER-ALLERGY.                                        *> One allergy/immunization row. A row already
                                                                      *> held for that date is left alone -- skipped
                                                                      *> when it is the same entry, rejected for the
                                                                      *> nurse when it is a different one.
           IF WS-TI-PLACED NOT = "Y"
               MOVE "NO PATIENT PLACED" TO WS-TI-REASON
               PERFORM WRITE-TRANSFER-REJECT
           ELSE
               OPEN I-O ALLERGY-IMM-FILE
               IF WS-AI-FILE-STATUS = "35"                            *> File does not exist yet -- create it. A file
                                                                      *> just opened OUTPUT cannot be read back, so
                                                                      *> the row loads with no probe.
                   OPEN OUTPUT ALLERGY-IMM-FILE
                   PERFORM WRITE-TRANSFER-ALLERGY
               ELSE
                   MOVE WS-TI-STUDENT TO AI-STUDENT-NUMBER
                   MOVE WS-TI-AI-DATE TO AI-ENTRY-DATE
                   READ ALLERGY-IMM-FILE
                       INVALID KEY
                           PERFORM WRITE-TRANSFER-ALLERGY
                       NOT INVALID KEY
                           IF AI-DESCRIPTION = WS-TI-AI-DESC
                               ADD 1 TO WS-TI-SKIPPED
                           ELSE
                               MOVE "DATE ALREADY HELD" TO WS-TI-REASON
                               PERFORM WRITE-TRANSFER-REJECT
                           END-IF
                   END-READ
               END-IF
               CLOSE ALLERGY-IMM-FILE
           END-IF.

       WRITE-TRANSFER-ALLERGY.                                       *> Write the parsed row; the file is open.
           MOVE WS-TI-STUDENT     TO AI-STUDENT-NUMBER
           MOVE WS-TI-AI-DATE     TO AI-ENTRY-DATE
           MOVE WS-TI-AI-TYPE     TO AI-RECORD-TYPE
           MOVE WS-TI-AI-DESC     TO AI-DESCRIPTION
           MOVE WS-TI-AI-REACTION TO AI-REACTION-OR-DOSE
           MOVE SPACES TO AI-NOTES
           STRING "Transfer-in: " WS-TI-SCHOOL DELIMITED BY SIZE
               INTO AI-NOTES
           WRITE ALLERGY-IMM-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE "W" TO WS-JN-ACTION
           PERFORM JOURNAL-ALLERGY
           ADD 1 TO WS-TI-AI-ROWS.

       WRITE-TRANSFER-REJECT.                                        *> WS-TI-LINE to the reject list, reason first.
           ADD 1 TO WS-TI-REJECTED
           MOVE SPACES TO TRANSFER-REJECT-RECORD
           STRING WS-TI-REASON ": " WS-TI-LINE
               DELIMITED BY SIZE INTO TRANSFER-REJECT-RECORD
           WRITE TRANSFER-REJECT-RECORD.

       SECTION-PROMOTION-BATCH.                                      *> Advance every active record's section by the
                                                                      *> mapping table, previewing counts first.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      SCHOOL-YEAR SECTION PROMOTION"
           DISPLAY FRA-ME
                                                                      *> Same calendar check as the archival job --
                                                                      *> promotion runs between school years.
           PERFORM FIND-CURRENT-TERM
           IF WS-TM-FOUND = "Y"
               DISPLAY "Calendar: today falls in " WS-TM-DESC
           ELSE
               DISPLAY "No term on the school calendar covers today"
               DISPLAY "-- the between-years window, or an empty"
               DISPLAY "calendar. Check TERMS if unsure."
           END-IF
           DISPLAY "Reads /home/zelly/PROMOTION.DAT (from-section"
           DISPLAY "cols 1-30, to-section cols 31-60)."
           PERFORM LOAD-PROMOTION-MAP
           IF WS-PM-MAP-COUNT = ZERO
               DISPLAY "No promotion mapping found -- nothing to do."
           ELSE
                                                                      *> A run cut off part-way resumes after its
                                                                      *> checkpoint -- the preview would only count
                                                                      *> the half already promoted a second time.
               MOVE "PROMOTION" TO WS-CKP-RUN
               PERFORM OFFER-CHECKPOINT-RESUME
               IF WS-CKP-RESUME = "Y"
                   MOVE "Y" TO WS-PM-CONFIRM
               ELSE
                   PERFORM PREVIEW-PROMOTION-COUNTS
                   DISPLAY FRA-ME
                   DISPLAY "Apply these promotions? [Y/N]: "
                       WITH NO ADVANCING
                   ACCEPT WS-PM-CONFIRM
               END-IF
               IF WS-PM-CONFIRM = "Y" OR WS-PM-CONFIRM = "y"
                   IF WS-CKP-RESUME NOT = "Y"                        *> A resume carries on from the snapshot the
                                                                      *> first run took.
                       PERFORM BACKUP-PATIENT-FILE                   *> Snapshot before the batch rewrite below.
                   END-IF
                   PERFORM APPLY-PROMOTION-MAP
                   CALL "SYSTEM" USING "rm -f /home/zelly/UPDATE.LCK"
                   DISPLAY "Records promoted: " WS-PM-APPLIED-COUNT
               ELSE
                   DISPLAY "Promotion cancelled -- nothing changed."
               END-IF
           END-IF
           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       LOAD-PROMOTION-MAP.                                           *> The from/to pairs into WS-PM-MAP-TABLE.
           MOVE ZERO TO WS-PM-MAP-COUNT
           OPEN INPUT PROMOTION-FILE
           IF WS-PM-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               READ PROMOTION-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   IF PM-FROM-SECTION NOT = SPACES
                           AND WS-PM-MAP-COUNT < 50
                       ADD 1 TO WS-PM-MAP-COUNT
                       MOVE PM-FROM-SECTION
                           TO WS-PM-MAP-FROM(WS-PM-MAP-COUNT)
                       MOVE PM-TO-SECTION
                           TO WS-PM-MAP-TO(WS-PM-MAP-COUNT)
                       MOVE ZERO
                           TO WS-PM-MAP-COUNTER(WS-PM-MAP-COUNT)
                   END-IF
                   READ PROMOTION-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE PROMOTION-FILE
           END-IF.

       PREVIEW-PROMOTION-COUNTS.                                     *> How many records each mapping would touch.
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "No patient records have been added yet."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PATIENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF ARCHIVE-STATUS NOT = "X"
                           PERFORM FIND-PROMOTION-MAPPING
                           IF WS-PM-FOUND = "Y"
                               ADD 1 TO
                                   WS-PM-MAP-COUNTER(WS-PM-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PATIENT-FILE
           MOVE 1 TO WS-PM-IDX
           PERFORM WS-PM-MAP-COUNT TIMES
               DISPLAY WS-PM-MAP-FROM(WS-PM-IDX) " -> "
                   WS-PM-MAP-TO(WS-PM-IDX) " : "
                   WS-PM-MAP-COUNTER(WS-PM-IDX) " record(s)"
               ADD 1 TO WS-PM-IDX
           END-PERFORM.

       FIND-PROMOTION-MAPPING.                                       *> Match the record's current section to the map.
           MOVE "N" TO WS-PM-FOUND
           MOVE 1 TO WS-PM-IDX
           PERFORM UNTIL WS-PM-IDX > WS-PM-MAP-COUNT
                   OR WS-PM-FOUND = "Y"
               IF WS-PM-MAP-FROM(WS-PM-IDX) = STUDENT-CYS
                   MOVE "Y" TO WS-PM-FOUND
               ELSE
                   ADD 1 TO WS-PM-IDX
               END-IF
           END-PERFORM.

       APPLY-PROMOTION-MAP.                                          *> One pass over the file, one audited change per
                                                                      *> matching record, the way EDIT-ONE-FIELD logs.
                                                                      *> Checkpointed by Patient ID as it goes.
           MOVE WS-CKP-COUNT-1 TO WS-PM-APPLIED-COUNT
           OPEN I-O PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "No patient records have been added yet."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               IF WS-CKP-RESUME = "Y"
                   MOVE WS-CKP-LAST-KEY(1:9) TO PATIENT-ID
                   START PATIENT-FILE
                       KEY IS GREATER THAN PATIENT-ID
                       INVALID KEY
                           MOVE "Y" TO WS-EOF-FLAG
                   END-START
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PATIENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF ARCHIVE-STATUS NOT = "X"
                           PERFORM FIND-PROMOTION-MAPPING
                           IF WS-PM-FOUND = "Y"
                               MOVE STUDENT-CYS
                                   TO WS-AUDIT-OLD-VALUE
                               MOVE WS-PM-MAP-TO(WS-PM-IDX)
                                   TO STUDENT-CYS
                               REWRITE PATIENT-RECORD
                               MOVE "Course/Section"
                                   TO WS-AUDIT-FIELD-NAME
                               MOVE STUDENT-CYS
                                   TO WS-AUDIT-NEW-VALUE
                               PERFORM APPEND-AUDIT-LOG
                               ADD 1 TO WS-PM-APPLIED-COUNT
                               MOVE "Y" TO WS-CKP-CHANGED
                           END-IF
                       END-IF
                       MOVE SPACES TO WS-CKP-LAST-KEY
                       MOVE PATIENT-ID TO WS-CKP-LAST-KEY(1:9)
                       MOVE WS-PM-APPLIED-COUNT TO WS-CKP-COUNT-1
                       PERFORM TICK-CHECKPOINT
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PATIENT-FILE
           PERFORM CLEAR-CHECKPOINT.

       ENROLLMENT-RECONCILIATION.                                    *> Compare PATIENT-FILE against the registrar's
                                                                      *> official term list and surface the drift.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      ENROLLMENT RECONCILIATION IMPORT"
           DISPLAY FRA-ME
           DISPLAY "Reads /home/zelly/ENROLLMENT.DAT (Student ID in"
           DISPLAY "cols 1-20, Course/Section in cols 21-50)."
           MOVE ZERO TO WS-EN-NO-RECORD-COUNT
           MOVE ZERO TO WS-EN-DRIFT-COUNT
           MOVE ZERO TO WS-EN-APPLIED-COUNT
           MOVE ZERO TO WS-EN-NOT-ENROLLED-COUNT
           PERFORM LOAD-ENROLLMENT-TABLE
           IF WS-EN-COUNT = ZERO
               DISPLAY "No enrollment list found -- nothing to do."
           ELSE
               DISPLAY "Enrolled students on the list: " WS-EN-COUNT
               DISPLAY "Apply Course/Section changes in bulk where"
               DISPLAY "the registrar's section differs? [Y/N]: "
                   WITH NO ADVANCING
               ACCEPT WS-EN-APPLY
               IF WS-EN-APPLY = "Y" OR WS-EN-APPLY = "y"
                   PERFORM BACKUP-PATIENT-FILE                       *> Snapshot before the bulk rewrite below.
               END-IF
               PERFORM RECONCILE-ENROLLED-SIDE
               IF WS-EN-APPLY = "Y" OR WS-EN-APPLY = "y"
                   CALL "SYSTEM" USING "rm -f /home/zelly/UPDATE.LCK"
               END-IF
               PERFORM RECONCILE-CLINIC-SIDE
               DISPLAY FRA-ME
               DISPLAY "Enrolled with no clinic record:  "
                   WS-EN-NO-RECORD-COUNT
               DISPLAY "Section drift found:             "
                   WS-EN-DRIFT-COUNT
               DISPLAY "Section changes applied:         "
                   WS-EN-APPLIED-COUNT
               DISPLAY "Active records no longer enrolled: "
                   WS-EN-NOT-ENROLLED-COUNT
           END-IF
           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       LOAD-ENROLLMENT-TABLE.                                        *> Read the registrar's list into WS-EN-TABLE.
           MOVE ZERO TO WS-EN-COUNT
           OPEN INPUT ENROLLMENT-FILE
           IF WS-EN-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               READ ENROLLMENT-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   IF EN-STUDENT-NUMBER NOT = SPACES
                           AND WS-EN-COUNT < 1000
                       ADD 1 TO WS-EN-COUNT
                       MOVE EN-STUDENT-NUMBER
                           TO WS-EN-ENT-STUDENT(WS-EN-COUNT)
                       MOVE EN-STUDENT-CYS
                           TO WS-EN-ENT-CYS(WS-EN-COUNT)
                   END-IF
                   READ ENROLLMENT-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF.

       RECONCILE-ENROLLED-SIDE.                                      *> Each enrolled student against the clinic roster.
           OPEN I-O PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "No patient records have been added yet."
           ELSE
               MOVE 1 TO WS-EN-IDX
               PERFORM WS-EN-COUNT TIMES
                   PERFORM RECONCILE-ONE-ENROLLED
                   ADD 1 TO WS-EN-IDX
               END-PERFORM
           END-IF
           CLOSE PATIENT-FILE.

       RECONCILE-ONE-ENROLLED.                                       *> Lookup, drift check and optional bulk apply.
           MOVE WS-EN-ENT-STUDENT(WS-EN-IDX) TO STUDENT-NUMBER
           READ PATIENT-FILE
               KEY IS STUDENT-NUMBER
               INVALID KEY
                   ADD 1 TO WS-EN-NO-RECORD-COUNT
                   DISPLAY "No clinic record: "
                       WS-EN-ENT-STUDENT(WS-EN-IDX) " "
                       WS-EN-ENT-CYS(WS-EN-IDX)
               NOT INVALID KEY
                   IF ARCHIVE-STATUS NOT = "X"
                           AND STUDENT-CYS
                               NOT = WS-EN-ENT-CYS(WS-EN-IDX)
                       ADD 1 TO WS-EN-DRIFT-COUNT
                       DISPLAY "Section drift: " STUDENT-NUMBER
                           " clinic=" STUDENT-CYS
                       DISPLAY "   registrar="
                           WS-EN-ENT-CYS(WS-EN-IDX)
                       IF WS-EN-APPLY = "Y" OR WS-EN-APPLY = "y"
                           MOVE STUDENT-CYS TO WS-AUDIT-OLD-VALUE
                           MOVE WS-EN-ENT-CYS(WS-EN-IDX)
                               TO STUDENT-CYS
                           REWRITE PATIENT-RECORD
                           MOVE "Course/Section"
                               TO WS-AUDIT-FIELD-NAME
                           MOVE STUDENT-CYS TO WS-AUDIT-NEW-VALUE
                           PERFORM APPEND-AUDIT-LOG
                           ADD 1 TO WS-EN-APPLIED-COUNT
                       END-IF
                   END-IF
           END-READ.

       RECONCILE-CLINIC-SIDE.                                        *> Active clinic records missing from the term list.
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PATIENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF ARCHIVE-STATUS NOT = "X"
                               AND STUDENT-NUMBER NOT = SPACES
                           PERFORM FIND-ENROLLMENT-ENTRY
                           IF WS-EN-FOUND NOT = "Y"
                               ADD 1 TO WS-EN-NOT-ENROLLED-COUNT
                               DISPLAY "Not enrolled this term: "
                                   STUDENT-NUMBER " " PATIENT-NAME
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PATIENT-FILE.

       FIND-ENROLLMENT-ENTRY.                                        *> Is the record's STUDENT-NUMBER on the term list?
           MOVE "N" TO WS-EN-FOUND
           MOVE 1 TO WS-EN-IDX
           PERFORM UNTIL WS-EN-IDX > WS-EN-COUNT
                   OR WS-EN-FOUND = "Y"
               IF WS-EN-ENT-STUDENT(WS-EN-IDX) = STUDENT-NUMBER
                   MOVE "Y" TO WS-EN-FOUND
               ELSE
                   ADD 1 TO WS-EN-IDX
               END-IF
           END-PERFORM.

       ARCHIVE-PATIENT.                                               *> Move a record out to the archive file, or pull
                                                                      *> a returning student's record back across.
           CALL "SYSTEM" USING "clear"
           OPEN I-O PATIENT-FILE
           DISPLAY FRA-ME
           DISPLAY "      ARCHIVE / RESTORE PATIENT RECORD"
           DISPLAY FRA-ME
           DISPLAY "Enter Student ID to archive or restore: "
               WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER

           IF WS-FILE-STATUS = "35"
               DISPLAY "No patient records have been added yet."
           ELSE
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                                                                      *> Not on the working file -- a returning
                                                                      *> student's record may be in the archive.
                       PERFORM RESTORE-FROM-ARCHIVE
                   NOT INVALID KEY
                       PERFORM WRITE-ARCHIVE-ROW
                       DISPLAY "Record moved to the archive file."
                       MOVE "ARCHIVE-STATUS" TO WS-AUDIT-FIELD-NAME
                       MOVE SPACES TO WS-AUDIT-OLD-VALUE
                       MOVE "ARCHIVED" TO WS-AUDIT-NEW-VALUE
                       PERFORM APPEND-AUDIT-LOG
               END-READ
           END-IF

           CLOSE PATIENT-FILE
           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       WRITE-ARCHIVE-ROW.                                            *> Copy the record in the PATIENT-FILE buffer to
                                                                      *> ARCHIVE-HIST-FILE and delete it from the
                                                                      *> working file. PATIENT-FILE must be open I-O
                                                                      *> with the record just read.
           MOVE "X" TO ARCHIVE-STATUS
           MOVE PATIENT-RECORD TO ARCHIVE-HIST-RECORD
           OPEN I-O ARCHIVE-HIST-FILE
           IF WS-AH-FILE-STATUS = "35"                                *> File does not exist yet -- create it.
               OPEN OUTPUT ARCHIVE-HIST-FILE
           END-IF
           WRITE ARCHIVE-HIST-RECORD
               INVALID KEY
                   REWRITE ARCHIVE-HIST-RECORD
           END-WRITE
           CLOSE ARCHIVE-HIST-FILE
           DELETE PATIENT-FILE RECORD.

       RESTORE-FROM-ARCHIVE.                                         *> Pull one archived record back to PATIENT-FILE.
                                                                      *> PATIENT-FILE must be open I-O.
           OPEN I-O ARCHIVE-HIST-FILE
           IF WS-AH-FILE-STATUS = "35"
               DISPLAY "Record not found in the working file or"
               DISPLAY "the archive."
               CLOSE ARCHIVE-HIST-FILE
           ELSE
               MOVE WS-STUDENT-NUMBER TO AH-STUDENT-NUMBER
               READ ARCHIVE-HIST-FILE
                   KEY IS AH-STUDENT-NUMBER
                   INVALID KEY
                       DISPLAY "Record not found in the working file"
                       DISPLAY "or the archive."
                   NOT INVALID KEY
                       MOVE ARCHIVE-HIST-RECORD TO PATIENT-RECORD
                       MOVE "A" TO ARCHIVE-STATUS
                       WRITE PATIENT-RECORD
                           INVALID KEY
                               DISPLAY "A working record with that"
                               DISPLAY "Patient ID already exists --"
                               DISPLAY "not restored."
                           NOT INVALID KEY
                               DELETE ARCHIVE-HIST-FILE RECORD
                               DISPLAY "Record restored to Active."
                               MOVE "ARCHIVE-STATUS"
                                   TO WS-AUDIT-FIELD-NAME
                               MOVE SPACES TO WS-AUDIT-OLD-VALUE
                               MOVE "RESTORED"
                                   TO WS-AUDIT-NEW-VALUE
                               PERFORM APPEND-AUDIT-LOG
                       END-WRITE
               END-READ
               CLOSE ARCHIVE-HIST-FILE
           END-IF.

       RECORD-MAINTENANCE-MENU.                                      *> Archive lookup and the duplicate-record merge.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      RECORD MAINTENANCE"
           DISPLAY FRA-ME
           DISPLAY "1) Archived records lookup"
           DISPLAY "2) Merge a duplicate record"
           DISPLAY "3) Scan for duplicate candidates"
           DISPLAY "x) Back to main menu"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-RM-CHOICE
           EVALUATE WS-RM-CHOICE
               WHEN "1"
                   PERFORM ARCHIVED-RECORDS-LOOKUP
               WHEN "2"
                   IF WS-USER-ROLE = "CLERK"
                       PERFORM ROLE-NOT-ALLOWED
                       PERFORM DISPLAY-MENU
                   ELSE
                       PERFORM MERGE-DUPLICATE-RECORD
                   END-IF
               WHEN "3"
                   IF WS-USER-ROLE = "CLERK"
                       PERFORM ROLE-NOT-ALLOWED
                       PERFORM DISPLAY-MENU
                   ELSE
                       PERFORM DUPLICATE-CANDIDATE-SCAN
                       PERFORM DISPLAY-MENU
                   END-IF
               WHEN OTHER
                   PERFORM DISPLAY-MENU
           END-EVALUATE.

       MERGE-DUPLICATE-RECORD.                                       *> Fold a walk-in duplicate's history under the
                                                                      *> surviving record and archive the duplicate.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      MERGE DUPLICATE RECORD"
           DISPLAY FRA-ME
           DISPLAY "Surviving Student ID: " WITH NO ADVANCING
           ACCEPT WS-MG-SURVIVOR
           DISPLAY "Duplicate's Patient ID: " WITH NO ADVANCING
           ACCEPT WS-MG-DUP-ID
           OPEN I-O PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "No patient records have been added yet."
               CLOSE PATIENT-FILE
           ELSE
               MOVE WS-MG-SURVIVOR TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       DISPLAY "No surviving record with that"
                       DISPLAY "Student ID."
                       CLOSE PATIENT-FILE
                   NOT INVALID KEY
                       PERFORM MERGE-READ-DUPLICATE
               END-READ
           END-IF
           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       MERGE-READ-DUPLICATE.                                         *> Pull the duplicate up by its Patient ID and
                                                                      *> confirm before anything moves.
           MOVE WS-MG-DUP-ID TO PATIENT-ID
           READ PATIENT-FILE
               INVALID KEY
                   DISPLAY "No record with that Patient ID."
                   CLOSE PATIENT-FILE
               NOT INVALID KEY
                   IF STUDENT-NUMBER = WS-MG-SURVIVOR
                       DISPLAY "That IS the surviving record --"
                       DISPLAY "nothing to merge."
                       CLOSE PATIENT-FILE
                   ELSE
                       MOVE STUDENT-NUMBER TO WS-MG-DUP-STUDENT
                       DISPLAY "Duplicate: " PATIENT-NAME
                           " (" PATIENT-ID ")"
                       DISPLAY "Merge it under " WS-MG-SURVIVOR
                           "? [Y/N]: " WITH NO ADVANCING
                       ACCEPT WS-MG-CONFIRM
                       IF WS-MG-CONFIRM = "Y" OR WS-MG-CONFIRM = "y"
                           PERFORM MERGE-FOLD-HISTORY
                           PERFORM WRITE-ARCHIVE-ROW                 *> Archives the duplicate and deletes it here.
                           CLOSE PATIENT-FILE
      *> The duplicate vanishes from the working file -- log its
      *> archival under its own Student ID so the registrar's delta
      *> feed sends the "X" for it.
                           IF WS-MG-DUP-STUDENT NOT = SPACES
                               MOVE WS-MG-DUP-STUDENT
                                   TO STUDENT-NUMBER
                               MOVE "ARCHIVE-STATUS"
                                   TO WS-AUDIT-FIELD-NAME
                               MOVE SPACES TO WS-AUDIT-OLD-VALUE
                               MOVE "ARCHIVED"
                                   TO WS-AUDIT-NEW-VALUE
                               PERFORM APPEND-AUDIT-LOG
                           END-IF
                           MOVE WS-MG-SURVIVOR TO STUDENT-NUMBER
                           MOVE "MERGE" TO WS-AUDIT-FIELD-NAME
                           MOVE SPACES TO WS-AUDIT-OLD-VALUE
                           MOVE WS-MG-DUP-ID
                               TO WS-AUDIT-OLD-VALUE(1:9)
                           MOVE WS-MG-SURVIVOR TO WS-AUDIT-NEW-VALUE
                           PERFORM APPEND-AUDIT-LOG
                           DISPLAY "Merged. Visit rows moved: "
                               WS-MG-VISIT-COUNT
                           DISPLAY "Allergy/imm rows moved: "
                               WS-MG-AI-COUNT
                           DISPLAY "Duplicate archived."
                       ELSE
                           DISPLAY "Merge cancelled."
                           CLOSE PATIENT-FILE
                       END-IF
                   END-IF
           END-READ.

       MERGE-FOLD-HISTORY.                                           *> Re-key the duplicate's visit and allergy rows.
           MOVE ZERO TO WS-MG-VISIT-COUNT
           MOVE ZERO TO WS-MG-AI-COUNT
           IF WS-MG-DUP-STUDENT = SPACES
               DISPLAY "Duplicate has a blank Student ID -- its"
               DISPLAY "walk-in visit rows cannot be told apart"
               DISPLAY "and stay where they are."
           ELSE
               PERFORM MERGE-FOLD-VISITS
               PERFORM MERGE-FOLD-ALLERGIES
           END-IF.

       MERGE-FOLD-VISITS.                                            *> Move visit rows one at a time, re-STARTing
                                                                      *> after each delete-and-rewrite under the new
                                                                      *> key so the scan position stays defined.
           OPEN I-O VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS NOT = "35"
               MOVE "Y" TO WS-MG-MORE
               PERFORM UNTIL WS-MG-MORE NOT = "Y"
                   MOVE "N" TO WS-MG-MORE
                   MOVE WS-MG-DUP-STUDENT TO VH-STUDENT-NUMBER
                   MOVE LOW-VALUE         TO VH-DATE-OF-VISIT
                   MOVE LOW-VALUE         TO VH-TIME-OF-VISIT
                   MOVE "N" TO WS-AP-EOF-FLAG
                   START VISIT-HISTORY-FILE
                       KEY IS NOT LESS THAN VH-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-START
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       READ VISIT-HISTORY-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF VH-STUDENT-NUMBER
                                       = WS-MG-DUP-STUDENT
                                   DELETE VISIT-HISTORY-FILE RECORD
                                   MOVE WS-MG-SURVIVOR
                                       TO VH-STUDENT-NUMBER
                                   WRITE VISIT-HISTORY-RECORD
                                       INVALID KEY
                                           REWRITE
                                               VISIT-HISTORY-RECORD
                                   END-WRITE
                                   ADD 1 TO WS-MG-VISIT-COUNT
                                   MOVE "Y" TO WS-MG-MORE
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           CLOSE VISIT-HISTORY-FILE.

       MERGE-FOLD-ALLERGIES.                                         *> Same one-at-a-time move for allergy/imm rows.
           OPEN I-O ALLERGY-IMM-FILE
           IF WS-AI-FILE-STATUS NOT = "35"
               MOVE "Y" TO WS-MG-MORE
               PERFORM UNTIL WS-MG-MORE NOT = "Y"
                   MOVE "N" TO WS-MG-MORE
                   MOVE WS-MG-DUP-STUDENT TO AI-STUDENT-NUMBER
                   MOVE LOW-VALUE         TO AI-ENTRY-DATE
                   MOVE "N" TO WS-AP-EOF-FLAG
                   START ALLERGY-IMM-FILE
                       KEY IS NOT LESS THAN AI-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-START
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       READ ALLERGY-IMM-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF AI-STUDENT-NUMBER
                                       = WS-MG-DUP-STUDENT
                                   DELETE ALLERGY-IMM-FILE RECORD
                                   MOVE WS-MG-SURVIVOR
                                       TO AI-STUDENT-NUMBER
                                   WRITE ALLERGY-IMM-RECORD
                                       INVALID KEY
                                           REWRITE ALLERGY-IMM-RECORD
                                   END-WRITE
                                   ADD 1 TO WS-MG-AI-COUNT
                                   MOVE "Y" TO WS-MG-MORE
                               END-IF
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ALLERGY-IMM-FILE.

       ARCHIVED-RECORDS-LOOKUP.                                      *> Read-only window into the archive file.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      ARCHIVED RECORDS LOOKUP"
           DISPLAY FRA-ME
           DISPLAY "Student ID (blank = list everything): "
               WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           MOVE ZERO TO WS-AH-COUNT
           MOVE ZERO TO WS-PAGE-COUNT
           OPEN INPUT ARCHIVE-HIST-FILE
           IF WS-AH-FILE-STATUS = "35"
               DISPLAY "No archived records on file."
           ELSE
               IF WS-STUDENT-NUMBER NOT = SPACES
                   MOVE WS-STUDENT-NUMBER TO AH-STUDENT-NUMBER
                   READ ARCHIVE-HIST-FILE
                       KEY IS AH-STUDENT-NUMBER
                       INVALID KEY
                           DISPLAY "No archived record for that"
                           DISPLAY "Student ID."
                       NOT INVALID KEY
                           ADD 1 TO WS-AH-COUNT
                           PERFORM SHOW-ARCHIVED-RECORD
                   END-READ
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ ARCHIVE-HIST-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                       IF WS-EOF-FLAG NOT = "Y"
                           ADD 1 TO WS-AH-COUNT
                           PERFORM SHOW-ARCHIVED-RECORD
                           PERFORM PAGE-BREAK-CHECK
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           CLOSE ARCHIVE-HIST-FILE
           DISPLAY FRA-ME
           DISPLAY "Archived records shown: " WS-AH-COUNT
           DISPLAY "Use Archive/Restore (option z) to bring a"
           DISPLAY "returning student back across."
           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       SHOW-ARCHIVED-RECORD.                                         *> Unmask and display one archive row via the
                                                                      *> PATIENT-RECORD layout it shares.
           MOVE ARCHIVE-HIST-RECORD TO PATIENT-RECORD
           PERFORM MASK-HEALTH-FIELDS
           DISPLAY "Student ID: " STUDENT-NUMBER
           DISPLAY "Patient ID: " PATIENT-ID
           DISPLAY "Name: " PATIENT-NAME
           DISPLAY "Course/Section: " STUDENT-CYS
           DISPLAY "Date of Birth: " DATE-OF-BIRTH
           DISPLAY "Age: " PATIENT-AGE
           DISPLAY "Sex: " PATIENT-SEX
           DISPLAY "Health Condition: " HEALTH-CONDITION
           DISPLAY "Medication: " MEDICATION-NAME
           DISPLAY "Prescriber: " PRESCRIBER
           DISPLAY "Last Visit: " DATE-OF-VISIT
           DISPLAY FRA-ME.

       YEAR-END-ARCHIVAL-JOB.                                         *> Batch-archive graduated/inactive students.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      YEAR-END ARCHIVAL JOB"
           DISPLAY FRA-ME
                                                                      *> The school calendar, not the operator's
                                                                      *> wristwatch, says where in the year we are.
           PERFORM FIND-CURRENT-TERM
           IF WS-TM-FOUND = "Y"
               DISPLAY "Calendar: today falls in " WS-TM-DESC
               DISPLAY "(" WS-TM-START " - " WS-TM-END ")"
           ELSE
               DISPLAY "** No term on the school calendar covers"
               DISPLAY "** today -- maintain the calendar first if"
               DISPLAY "** this run is meant to close a year out."
           END-IF
           DISPLAY "Archives every active student who matches the"
           DISPLAY "graduating Course/Section and/or has had no visit"
           DISPLAY "in longer than the inactivity cutoff below."
                                                                      *> A run cut off part-way resumes with the
                                                                      *> cutoffs it was started with.
           MOVE "ARCHIVAL" TO WS-CKP-RUN
           PERFORM OFFER-CHECKPOINT-RESUME
           IF WS-CKP-RESUME = "Y"
               MOVE WS-CKP-PARMS(1:30)  TO WS-ARCHIVAL-GRAD-CYS
               MOVE WS-CKP-PARMS(31:5)  TO WS-ARCHIVAL-DAYS
               DISPLAY "Graduating Course/Section: "
                   WS-ARCHIVAL-GRAD-CYS
               DISPLAY "Inactivity cutoff in days: " WS-ARCHIVAL-DAYS
               MOVE "Y" TO WS-ARCHIVAL-CONFIRM
           ELSE
               DISPLAY "Graduating Course/Section (blank = skip): "
                   WITH NO ADVANCING
               ACCEPT WS-ARCHIVAL-GRAD-CYS
               DISPLAY "Inactivity cutoff in days (0 = skip): "
                   WITH NO ADVANCING
               ACCEPT WS-ARCHIVAL-DAYS
               DISPLAY "This will archive matching records on file."
               DISPLAY "Proceed? (Y/N): " WITH NO ADVANCING
               ACCEPT WS-ARCHIVAL-CONFIRM
               MOVE WS-ARCHIVAL-GRAD-CYS TO WS-CKP-PARMS(1:30)
               MOVE WS-ARCHIVAL-DAYS     TO WS-CKP-PARMS(31:5)
           END-IF

           IF WS-ARCHIVAL-CONFIRM NOT = "Y" AND WS-ARCHIVAL-CONFIRM
                   NOT = "y"
               DISPLAY "Archival job cancelled."
           ELSE
               IF WS-CKP-RESUME NOT = "Y"                          *> A resume carries on from the snapshot the
                                                                      *> first run took.
                   PERFORM BACKUP-PATIENT-FILE                     *> Snapshot before the batch rewrite below.
               END-IF
               PERFORM RUN-ARCHIVAL-SCAN
               CALL "SYSTEM" USING "rm -f /home/zelly/UPDATE.LCK"
               DISPLAY "Total records archived: " WS-ARCHIVAL-COUNT
           END-IF

           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       RUN-ARCHIVAL-SCAN.                                             *> Scan PATIENT-FILE and archive every matching record.
                                                                      *> Checkpointed by Patient ID as it goes.
           OPEN I-O PATIENT-FILE
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-DC-DATE
           PERFORM CALC-DAY-NUMBER
           MOVE WS-DC-DAY-NUM TO WS-ARCHIVAL-TODAY-NUM
           MOVE WS-CKP-COUNT-1 TO WS-ARCHIVAL-COUNT

           IF WS-FILE-STATUS = "35"
               DISPLAY "No patient records have been added yet."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               IF WS-CKP-RESUME = "Y"
                   MOVE WS-CKP-LAST-KEY(1:9) TO PATIENT-ID
                   START PATIENT-FILE
                       KEY IS GREATER THAN PATIENT-ID
                       INVALID KEY
                           MOVE "Y" TO WS-EOF-FLAG
                   END-START
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PATIENT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CHECK-ARCHIVAL-MATCH
                           MOVE WS-ARCHIVAL-MATCH TO WS-CKP-CHANGED
                           MOVE SPACES TO WS-CKP-LAST-KEY
                           MOVE PATIENT-ID TO WS-CKP-LAST-KEY(1:9)
                           MOVE WS-ARCHIVAL-COUNT TO WS-CKP-COUNT-1
                           PERFORM TICK-CHECKPOINT
                   END-READ
               END-PERFORM
           END-IF

           CLOSE PATIENT-FILE
           PERFORM CLEAR-CHECKPOINT.

       CHECK-ARCHIVAL-MATCH.                                          *> Archive the current record if it meets either cutoff.
           MOVE "N" TO WS-ARCHIVAL-MATCH
           IF ARCHIVE-STATUS NOT = "X"
               IF WS-ARCHIVAL-GRAD-CYS NOT = SPACES
                       AND STUDENT-CYS = WS-ARCHIVAL-GRAD-CYS
                   MOVE "Y" TO WS-ARCHIVAL-MATCH
               END-IF
               IF WS-ARCHIVAL-DAYS NOT = ZERO
                   MOVE DATE-OF-VISIT TO WS-DC-SLASHED
                   PERFORM CALC-DAY-FROM-SLASHED
                   MOVE WS-DC-DAY-NUM TO WS-ARCHIVAL-VISIT-NUM
                   COMPUTE WS-ARCHIVAL-DIFF =
                       WS-ARCHIVAL-TODAY-NUM - WS-ARCHIVAL-VISIT-NUM
                   IF WS-ARCHIVAL-DIFF > WS-ARCHIVAL-DAYS
                       MOVE "Y" TO WS-ARCHIVAL-MATCH
                   END-IF
               END-IF
           END-IF

           IF WS-ARCHIVAL-MATCH = "Y"
               PERFORM WRITE-ARCHIVE-ROW                             *> Moves the record across and deletes it here.
               MOVE "ARCHIVE-STATUS" TO WS-AUDIT-FIELD-NAME
               MOVE SPACES TO WS-AUDIT-OLD-VALUE
               MOVE "ARCHIVED (YEAR-END)" TO WS-AUDIT-NEW-VALUE
               PERFORM APPEND-AUDIT-LOG
               ADD 1 TO WS-ARCHIVAL-COUNT
               DISPLAY "Archived: " STUDENT-NUMBER " - " PATIENT-NAME
           END-IF.

       BACKUP-PATIENT-FILE.                                           *> Copy PATIENT-FILE to a dated backup before rewrite.
           ACCEPT WS-BACKUP-DATE FROM DATE YYYYMMDD
           ACCEPT WS-BACKUP-TIME FROM TIME
           MOVE WS-BACKUP-DATE TO WS-BACKUP-STAMP(1:8)
           MOVE WS-BACKUP-TIME TO WS-BACKUP-STAMP(9:6)
           STRING WS-PATIENT-FILE-PATH DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               WS-BACKUP-STAMP DELIMITED BY SIZE
               ".bak" DELIMITED BY SIZE
               INTO WS-BACKUP-FILE-NAME
           STRING "cp " DELIMITED BY SIZE
               WS-PATIENT-FILE-PATH DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-BACKUP-FILE-NAME DELIMITED BY SIZE
               INTO WS-BACKUP-COMMAND
           CALL "SYSTEM" USING WS-BACKUP-COMMAND
      *> Leave a marker naming this backup, so a crash mid-rewrite
      *> can be recovered from on restart.
           OPEN OUTPUT RECOVERY-MARKER-FILE
           MOVE WS-BACKUP-FILE-NAME TO RECOVERY-MARKER-RECORD
           WRITE RECOVERY-MARKER-RECORD
           CLOSE RECOVERY-MARKER-FILE.

       UPDATE-PATIENT.                                                  *> Code for updating a patient record
           CALL "SYSTEM" USING "clear"
           PERFORM BACKUP-PATIENT-FILE                                  *> Snapshot PATIENT-FILE before the rewrite below.
           OPEN I-O PATIENT-FILE
           DISPLAY FRA-ME
           DISPLAY "      MEDIKA PATIENT RECORD"
           DISPLAY FRA-ME
           DISPLAY "        UPDATE PATIENT INFO"
           DISPLAY FRA-ME

           MOVE "N" TO WS-REWRITE-OK
           DISPLAY "Enter Student ID to update: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER

                                                                 *> Direct keyed lookup -- no more read-and-rewrite
                                                                 *> of the whole file through TEMP-FILE.
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           IF WS-FILE-STATUS = "35"
               DISPLAY "No patient records have been added yet."
           ELSE
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       DISPLAY "Record not found."
                   NOT INVALID KEY
                       DISPLAY FRA-ME
                       DISPLAY "Patient Record Found!"
                       PERFORM MASK-HEALTH-FIELDS
                       MOVE PATIENT-RECORD TO WS-ORIGINAL-RECORD
                       PERFORM EDIT-RECORD
                       DISPLAY FRA-ME
                       DISPLAY "Save these changes? (Y/N): "
                           WITH NO ADVANCING
                       ACCEPT WS-UPDATE-CONFIRM
                       IF WS-UPDATE-CONFIRM = "Y"
                               OR WS-UPDATE-CONFIRM = "y"
                           PERFORM MASK-HEALTH-FIELDS
                           MOVE "Y" TO WS-REWRITE-OK
                           REWRITE PATIENT-RECORD
                               INVALID KEY
                                   MOVE "N" TO WS-REWRITE-OK
                           END-REWRITE
                           IF WS-REWRITE-OK = "Y"
                               MOVE "R" TO WS-JN-ACTION
                               PERFORM JOURNAL-PATIENT
                           END-IF
                           PERFORM MASK-HEALTH-FIELDS
                           IF WS-REWRITE-OK = "Y"
                               PERFORM SYNC-VISIT-AFTER-UPDATE
                           END-IF
                       ELSE
                           MOVE WS-ORIGINAL-RECORD TO PATIENT-RECORD
                           DISPLAY "Changes discarded -- record left"
                           DISPLAY "as it was."
                       END-IF
               END-READ
           END-IF

           CLOSE PATIENT-FILE
           CALL "SYSTEM" USING "rm -f /home/zelly/UPDATE.LCK"
      *> Rewrite finished cleanly -- recovery marker no longer needed.
           DISPLAY FRA-ME
           IF WS-REWRITE-OK = "Y"
               DISPLAY "Patient record updated."
           ELSE
               DISPLAY "No changes were saved."
           END-IF
           DISPLAY "Press Enter to return to the main menu."
               WITH NO ADVANCING
           ACCEPT USER-CHOICE
           PERFORM DISPLAY-MENU.

       SYNC-VISIT-AFTER-UPDATE.                                      *> A saved edit refreshes the visit row already on
                                                                      *> file for the record's DATE-OF-VISIT, keeping
                                                                      *> that row's stored time and vitals -- otherwise
                                                                      *> every phone-number correction would insert a
                                                                      *> second clock-stamped row and double-count the
                                                                      *> visit. Only a date with no row yet (the edit
                                                                      *> changed Date of Visit) appends a new one.
           OPEN I-O VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS = "35"
               CLOSE VISIT-HISTORY-FILE
               PERFORM APPEND-VISIT-HISTORY
           ELSE
               MOVE STUDENT-NUMBER TO WS-VH-PROBE-STUDENT
               MOVE DATE-OF-VISIT  TO WS-VH-PROBE-DATE
               PERFORM PROBE-VISIT-ON-DATE
               IF WS-VH-PROBE-FOUND = "Y"
                                                                      *> The probed row is in the buffer, masked as
                                                                      *> stored -- carry the edited fields in and
                                                                      *> re-mask before the REWRITE.
                   MOVE HEALTH-CONDITION TO VH-HEALTH-CONDITION
                   MOVE MEDICATION-NAME  TO VH-MEDICATION-NAME
                   MOVE PRESCRIBER       TO VH-PRESCRIBER
                   PERFORM MASK-VH-FIELDS
                   REWRITE VISIT-HISTORY-RECORD
                   MOVE "R" TO WS-JN-ACTION
                   PERFORM JOURNAL-VISIT
                   CLOSE VISIT-HISTORY-FILE
               ELSE
                   CLOSE VISIT-HISTORY-FILE
                   PERFORM APPEND-VISIT-HISTORY
               END-IF
           END-IF.

       EDIT-RECORD.                                                     *> Provide details of editing a specific patient record, explaining the steps
           MOVE "Y" TO WS-EDIT-MORE
           PERFORM UNTIL WS-EDIT-MORE NOT = "Y"
               PERFORM EDIT-ONE-FIELD
               DISPLAY "Edit another field on this record? (Y/N): "
                   WITH NO ADVANCING
               ACCEPT WS-EDIT-MORE
           END-PERFORM.

       EDIT-ONE-FIELD.                                                  *> Prompt for and apply a single field change.
           DISPLAY "   0. Student ID: " STUDENT-NUMBER
           DISPLAY "   1. Full Name: " PATIENT-NAME
           DISPLAY "   2. Course/Section: " STUDENT-CYS
           DISPLAY "   3. Date of Birth: " DATE-OF-BIRTH
           DISPLAY "   4. Age: " PATIENT-AGE
           DISPLAY "   5. Sex: " PATIENT-SEX
           DISPLAY "   6. Health Condition: " HEALTH-CONDITION
           DISPLAY "   7. Medication Name: " MEDICATION-NAME
           DISPLAY "   8. Prescriber: " PRESCRIBER
           DISPLAY "   9. Date of Visit: " DATE-OF-VISIT
           DISPLAY "   A. Emergency Phone: " EMERGENCY-PHONE
           IF PATIENT-CATEGORY = "E"
               DISPLAY "   B. Department/Office: " EMPLOYEE-DEPT
           END-IF
           DISPLAY "Select the field to edit [0-9, A-B]: "
               WITH NO ADVANCING
       
           PERFORM GET-VALID-CHOICE.                                    *> Validate user input for selecting a specific field to update
       
           EVALUATE WS-EDIT-CHOICE
               WHEN "0"
      *> Student ID is PATIENT-FILE's RECORD KEY -- changing it here
      *> would leave UPDATE-PATIENT's REWRITE rewriting under a key
      *> that no longer matches the record it read. Retire the old
      *> ID through ARCHIVE-PATIENT and ADD-PATIENT a new record
      *> instead of editing the key in place.
                   DISPLAY "Student ID cannot be changed here -- it"
                   DISPLAY "is this record's key. Archive this"
                   DISPLAY "record and add a new one instead."
               WHEN "1"
                   MOVE PATIENT-NAME TO WS-AUDIT-OLD-VALUE
                   DISPLAY "Enter the new Full Name: "
                   WITH NO ADVANCING
                   ACCEPT WS-PATIENT-NAME
                   MOVE WS-PATIENT-NAME TO PATIENT-NAME
                   MOVE "Full Name" TO WS-AUDIT-FIELD-NAME
                   MOVE PATIENT-NAME TO WS-AUDIT-NEW-VALUE
                   PERFORM APPEND-AUDIT-LOG
               WHEN "2"
                   MOVE STUDENT-CYS TO WS-AUDIT-OLD-VALUE
                   DISPLAY "Enter the new Course/Section: "
                   WITH NO ADVANCING
                   ACCEPT WS-STUDENT-CYS
                   MOVE WS-STUDENT-CYS TO STUDENT-CYS
                   MOVE "Course/Section" TO WS-AUDIT-FIELD-NAME
                   MOVE STUDENT-CYS TO WS-AUDIT-NEW-VALUE
                   PERFORM APPEND-AUDIT-LOG
               WHEN "3"
                   MOVE DATE-OF-BIRTH TO WS-AUDIT-OLD-VALUE
                   DISPLAY "Enter the new Date of Birth [YYYY/MM/DD]: "
                   WITH NO ADVANCING
                   ACCEPT WS-DATE-OF-BIRTH
                   MOVE WS-DATE-OF-BIRTH TO DATE-OF-BIRTH
                   MOVE "Date of Birth" TO WS-AUDIT-FIELD-NAME
                   MOVE DATE-OF-BIRTH TO WS-AUDIT-NEW-VALUE
                   PERFORM APPEND-AUDIT-LOG
               WHEN "4"
                   MOVE PATIENT-AGE TO WS-AUDIT-OLD-VALUE
                   DISPLAY "Enter the new Age: "
                       WITH NO ADVANCING
                   ACCEPT WS-PATIENT-AGE-NUM
                   PERFORM VALIDATE-AGE                              *> Cross-check against the Date of Birth on file.
                   MOVE WS-PATIENT-AGE TO PATIENT-AGE
                   MOVE "Age" TO WS-AUDIT-FIELD-NAME
                   MOVE PATIENT-AGE TO WS-AUDIT-NEW-VALUE
                   PERFORM APPEND-AUDIT-LOG
               WHEN "5"
                   MOVE PATIENT-SEX TO WS-AUDIT-OLD-VALUE
                   DISPLAY "Enter the new Sex: "
                   WITH NO ADVANCING
                   ACCEPT WS-PATIENT-SEX
                   PERFORM VALIDATE-SEX
                   MOVE WS-PATIENT-SEX TO PATIENT-SEX
                   MOVE "Sex" TO WS-AUDIT-FIELD-NAME
                   MOVE PATIENT-SEX TO WS-AUDIT-NEW-VALUE
                   PERFORM APPEND-AUDIT-LOG
               WHEN "6"
                   MOVE HEALTH-CONDITION TO WS-AUDIT-OLD-VALUE
                   DISPLAY "Enter the new Health Condition:"
                   MOVE "C" TO WS-CT-TYPE
                   PERFORM PICK-FROM-CODE-TABLE
                   MOVE WS-CT-PICKED TO WS-HEALTH-CONDITION
                   MOVE WS-HEALTH-CONDITION TO HEALTH-CONDITION
                   MOVE "Health Condition" TO WS-AUDIT-FIELD-NAME
                   MOVE HEALTH-CONDITION TO WS-AUDIT-NEW-VALUE
                   PERFORM APPEND-AUDIT-LOG
               WHEN "7"
                   PERFORM SHOW-KNOWN-ALLERGIES                      *> Show any allergies on file before a medication is typed.
                   PERFORM SET-STANDING-ORDER-PATIENT
                   PERFORM GET-SAFE-MEDICATION
      *> Capture the old value only after GET-SAFE-MEDICATION -- an
      *> allergy override in there writes its own audit entry and
      *> would otherwise clobber the old value saved for this one.
                   MOVE MEDICATION-NAME TO WS-AUDIT-OLD-VALUE
                   MOVE WS-MEDICATION-NAME TO MEDICATION-NAME
                   MOVE "Medication Name" TO WS-AUDIT-FIELD-NAME
                   MOVE MEDICATION-NAME TO WS-AUDIT-NEW-VALUE
                   PERFORM APPEND-AUDIT-LOG
                   PERFORM DEDUCT-MEDICATION-STOCK
               WHEN "8"
                   MOVE PRESCRIBER TO WS-AUDIT-OLD-VALUE
                   DISPLAY "Enter the new Prescriber: "
                   WITH NO ADVANCING
                   ACCEPT WS-PRESCRIBER
                   MOVE WS-PRESCRIBER TO PRESCRIBER
                   MOVE "Prescriber" TO WS-AUDIT-FIELD-NAME
                   MOVE PRESCRIBER TO WS-AUDIT-NEW-VALUE
                   PERFORM APPEND-AUDIT-LOG
               WHEN "9"
                   MOVE DATE-OF-VISIT TO WS-AUDIT-OLD-VALUE
                   DISPLAY "Enter the new Date of Visit [YYYY/MM/DD]: "
                   WITH NO ADVANCING
                   ACCEPT WS-DATE-OF-VISIT
                   MOVE WS-DATE-OF-VISIT TO DATE-OF-VISIT
                   MOVE "Date of Visit" TO WS-AUDIT-FIELD-NAME
                   MOVE DATE-OF-VISIT TO WS-AUDIT-NEW-VALUE
                   PERFORM APPEND-AUDIT-LOG
               WHEN "A"
               WHEN "a"
                   MOVE EMERGENCY-PHONE TO WS-AUDIT-OLD-VALUE
                   DISPLAY "Enter the new Emergency Phone: "
                   WITH NO ADVANCING
                   ACCEPT WS-EMERGENCY-PHONE
                   PERFORM VALIDATE-PHONE
                   MOVE WS-EMERGENCY-PHONE TO EMERGENCY-PHONE
                   MOVE "Emergency Phone" TO WS-AUDIT-FIELD-NAME
                   MOVE EMERGENCY-PHONE TO WS-AUDIT-NEW-VALUE
                   PERFORM APPEND-AUDIT-LOG
               WHEN "B"
               WHEN "b"
                   IF PATIENT-CATEGORY NOT = "E"
                       DISPLAY "Department is kept for staff only."
                   ELSE
                       MOVE EMPLOYEE-DEPT TO WS-AUDIT-OLD-VALUE
                       DISPLAY "Enter the new Department/Office: "
                       WITH NO ADVANCING
                       ACCEPT WS-EMPLOYEE-DEPT
                       MOVE WS-EMPLOYEE-DEPT TO EMPLOYEE-DEPT
                       MOVE "Department" TO WS-AUDIT-FIELD-NAME
                       MOVE EMPLOYEE-DEPT TO WS-AUDIT-NEW-VALUE
                       PERFORM APPEND-AUDIT-LOG
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid choice"
                   DISPLAY "No record updated!."
           END-EVALUATE.
       
       GET-VALID-CHOICE.
           ACCEPT WS-EDIT-CHOICE
           PERFORM UNTIL (WS-EDIT-CHOICE >= "0" AND
                   WS-EDIT-CHOICE <= "9")
                   OR WS-EDIT-CHOICE = "A" OR WS-EDIT-CHOICE = "a"
                   OR WS-EDIT-CHOICE = "B" OR WS-EDIT-CHOICE = "b"
               DISPLAY "Invalid input range. Please re-enter "
                   "(0-9, A-B): "
                   WITH NO ADVANCING
               ACCEPT WS-EDIT-CHOICE
           END-PERFORM.
              
       
       CLINIC-SERVICES-MENU.                                          *> The clinical modules added after the main menu
                                                                      *> ran out of single-character choices.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      CLINIC SERVICES"
           DISPLAY FRA-ME
           DISPLAY "1) Nutritional status report"
           DISPLAY "2) Maintain BMI cutoff table"
           DISPLAY "3) Adviser absence-excuse feed (today)"
           DISPLAY "4) Chronic-condition care plans"
           DISPLAY "5) Parental consent registry"
           DISPLAY "6) Annual Physical Examination"
           DISPLAY "7) Shift handover report"
           DISPLAY "8) Monthly staff workload summary"
           DISPLAY "9) Fees and official receipts"
           DISPLAY "a) Notification outbox"
           DISPLAY "b) Open class exclusions list"
           DISPLAY "c) Medication administration record"
           IF WS-USER-ROLE NOT = "CLERK"
               DISPLAY "d) Confidential counseling records"
           END-IF
           DISPLAY "e) Sports/PE clearance assessments"
           DISPLAY "f) School Health Examination Card print"
           DISPLAY "g) Mass fever-screening mode"
           DISPLAY "h) Vital-sign reference ranges"
           DISPLAY "i) Abnormal vitals list"
           DISPLAY "j) Employee clinic utilization (monthly)"
           DISPLAY "k) Food-handler health certificates"
           DISPLAY "l) School-based feeding program"
           DISPLAY "m) Field-trip / event briefing packet"
           DISPLAY "n) Multi-campus consolidated summary"
           IF WS-USER-ROLE NOT = "CLERK"
               DISPLAY "o) Frequent-visitor report"
           END-IF
           DISPLAY "p) Annual accomplishment report"
           DISPLAY "q) Clinic duty roster"
           DISPLAY "r) Clinic equipment register"
           DISPLAY "s) City health office EMR submission"
           DISPLAY "t) Special-needs registry / evacuation roster"
           DISPLAY "u) Saved roster queries"
           IF WS-USER-ROLE NOT = "CLERK"
               DISPLAY "v) Communicable-case contact tracing"
           END-IF
           DISPLAY "x) Back to main menu"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-CS-CHOICE
           EVALUATE WS-CS-CHOICE
               WHEN "1"
                   PERFORM NUTRITION-STATUS-REPORT
               WHEN "2"
                   PERFORM BMI-CUTOFF-MAINTENANCE
               WHEN "3"
                   PERFORM ADVISER-FEED-REPORT
               WHEN "4"
                   PERFORM CARE-PLAN-MENU
               WHEN "5"
                   PERFORM CONSENT-MENU
               WHEN "6"
                   PERFORM APE-MENU
               WHEN "7"
                   PERFORM SHIFT-HANDOVER-REPORT
               WHEN "8"
                   PERFORM STAFF-WORKLOAD-REPORT
               WHEN "9"
                   PERFORM FEES-RECEIPTS-MENU
               WHEN "a"
               WHEN "A"
                   PERFORM NOTIFY-OUTBOX-MENU
               WHEN "b"
               WHEN "B"
                   PERFORM OPEN-EXCLUSIONS-LIST
               WHEN "c"
               WHEN "C"
                   PERFORM MAR-MENU
               WHEN "d"
               WHEN "D"
                   IF WS-USER-ROLE = "CLERK"
                       PERFORM ROLE-NOT-ALLOWED
                   ELSE
                       PERFORM COUNSEL-MENU
                   END-IF
               WHEN "e"
               WHEN "E"
                   PERFORM SPORTS-CLEARANCE-MENU
               WHEN "f"
               WHEN "F"
                   PERFORM HEALTH-CARD-PRINT
               WHEN "g"
               WHEN "G"
                   PERFORM FEVER-SCREENING-MODE
               WHEN "h"
               WHEN "H"
                   PERFORM VITAL-RANGE-MAINTENANCE
               WHEN "i"
               WHEN "I"
                   PERFORM ABNORMAL-VITALS-LIST
               WHEN "j"
               WHEN "J"
                   PERFORM EMPLOYEE-UTILIZATION-REPORT
               WHEN "k"
               WHEN "K"
                   PERFORM FOOD-CERT-MENU
               WHEN "l"
               WHEN "L"
                   PERFORM FEEDING-MENU
               WHEN "m"
               WHEN "M"
                   PERFORM TRIP-PACKET-PRINT
               WHEN "n"
               WHEN "N"
                   PERFORM CAMPUS-CONSOLIDATION
               WHEN "o"
               WHEN "O"
                   IF WS-USER-ROLE = "CLERK"
                       PERFORM ROLE-NOT-ALLOWED
                   ELSE
                       PERFORM FREQUENT-VISITOR-REPORT
                   END-IF
               WHEN "p"
               WHEN "P"
                   PERFORM ANNUAL-REPORT
               WHEN "q"
               WHEN "Q"
                   PERFORM DUTY-ROSTER-MENU
               WHEN "r"
               WHEN "R"
                   PERFORM EQUIPMENT-MENU
               WHEN "s"
               WHEN "S"
                   PERFORM EMR-MENU
               WHEN "t"
               WHEN "T"
                   PERFORM SPECIAL-NEEDS-MENU
               WHEN "u"
               WHEN "U"
                   PERFORM QUERY-MENU
               WHEN "v"
               WHEN "V"
                   IF WS-USER-ROLE = "CLERK"
                       PERFORM ROLE-NOT-ALLOWED
                   ELSE
                       PERFORM CONTACT-TRACE-MENU
                   END-IF
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-CS-CHOICE NOT = "x" AND WS-CS-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM CLINIC-SERVICES-MENU
           ELSE
               PERFORM DISPLAY-MENU
           END-IF.

       BMI-CUTOFF-MAINTENANCE.                                        *> Create or overwrite one sex/age cutoff row --
                                                                      *> the nutrition office reissues these, so the
                                                                      *> table is data, not code.
           OPEN I-O BMI-CUTOFF-FILE
           IF WS-BC-FILE-STATUS = "35"                                *> File does not exist yet -- create it.
               OPEN OUTPUT BMI-CUTOFF-FILE
           END-IF
           DISPLAY "Sex [F/M]: " WITH NO ADVANCING
           ACCEPT WS-BC-SEX
           PERFORM UNTIL WS-BC-SEX = "F" OR WS-BC-SEX = "M"
               DISPLAY "Please enter F or M: " WITH NO ADVANCING
               ACCEPT WS-BC-SEX
           END-PERFORM
           DISPLAY "Age in years: " WITH NO ADVANCING
           ACCEPT WS-BC-AGE
           MOVE WS-BC-SEX TO BC-SEX
           MOVE WS-BC-AGE TO BC-AGE-YEARS
           DISPLAY "Severely wasted at/below (e.g. 12.5): "
               WITH NO ADVANCING
           ACCEPT BC-SEV-WASTED-MAX
           DISPLAY "Wasted at/below: " WITH NO ADVANCING
           ACCEPT BC-WASTED-MAX
           DISPLAY "Normal at/below: " WITH NO ADVANCING
           ACCEPT BC-NORMAL-MAX
           DISPLAY "Overweight at/below (above = obese): "
               WITH NO ADVANCING
           ACCEPT BC-OVERWEIGHT-MAX
           WRITE BMI-CUTOFF-RECORD
               INVALID KEY
                   DISPLAY "Cutoffs for that sex and age are already"
                   DISPLAY "on file -- overwriting them."
                   REWRITE BMI-CUTOFF-RECORD
           END-WRITE
           CLOSE BMI-CUTOFF-FILE
           DISPLAY "Cutoff row saved.".


       VITAL-RANGE-MAINTENANCE.                                       *> Create or overwrite one age band of vital-sign
                                                                      *> limits, the same way the BMI cutoffs are kept.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      VITAL-SIGN REFERENCE RANGES"
           DISPLAY FRA-ME
           DISPLAY "Bands on file (ages with none use the defaults):"
           OPEN INPUT VITAL-RANGE-FILE
           IF WS-VR-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-VR-EOF-FLAG
               PERFORM UNTIL WS-VR-EOF-FLAG = "Y"
                   READ VITAL-RANGE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-VR-EOF-FLAG
                       NOT AT END
                           DISPLAY "   Ages " VR-AGE-FROM "-"
                               VR-AGE-TO
                   END-READ
               END-PERFORM
           END-IF
           CLOSE VITAL-RANGE-FILE
           OPEN I-O VITAL-RANGE-FILE
           IF WS-VR-FILE-STATUS = "35"                                *> File does not exist yet -- create it.
               OPEN OUTPUT VITAL-RANGE-FILE
           END-IF
           DISPLAY "Band starts at age: " WITH NO ADVANCING
           ACCEPT WS-VR-AGE-FROM
           MOVE WS-VR-AGE-FROM TO VR-AGE-FROM
           DISPLAY "Band ends at age: " WITH NO ADVANCING
           ACCEPT VR-AGE-TO
           DISPLAY "Each reading: critical-low, normal-low,"
           DISPLAY "normal-high, critical-high."
           DISPLAY "Temperature critical low (e.g. 35.0): "
               WITH NO ADVANCING
           ACCEPT VR-TEMP-CRIT-LO
           DISPLAY "Temperature normal low: " WITH NO ADVANCING
           ACCEPT VR-TEMP-NORM-LO
           DISPLAY "Temperature normal high: " WITH NO ADVANCING
           ACCEPT VR-TEMP-NORM-HI
           DISPLAY "Temperature critical high: " WITH NO ADVANCING
           ACCEPT VR-TEMP-CRIT-HI
           DISPLAY "Systolic critical low: " WITH NO ADVANCING
           ACCEPT VR-SYS-CRIT-LO
           DISPLAY "Systolic normal low: " WITH NO ADVANCING
           ACCEPT VR-SYS-NORM-LO
           DISPLAY "Systolic normal high: " WITH NO ADVANCING
           ACCEPT VR-SYS-NORM-HI
           DISPLAY "Systolic critical high: " WITH NO ADVANCING
           ACCEPT VR-SYS-CRIT-HI
           DISPLAY "Diastolic critical low: " WITH NO ADVANCING
           ACCEPT VR-DIA-CRIT-LO
           DISPLAY "Diastolic normal low: " WITH NO ADVANCING
           ACCEPT VR-DIA-NORM-LO
           DISPLAY "Diastolic normal high: " WITH NO ADVANCING
           ACCEPT VR-DIA-NORM-HI
           DISPLAY "Diastolic critical high: " WITH NO ADVANCING
           ACCEPT VR-DIA-CRIT-HI
           DISPLAY "Pulse critical low: " WITH NO ADVANCING
           ACCEPT VR-PULSE-CRIT-LO
           DISPLAY "Pulse normal low: " WITH NO ADVANCING
           ACCEPT VR-PULSE-NORM-LO
           DISPLAY "Pulse normal high: " WITH NO ADVANCING
           ACCEPT VR-PULSE-NORM-HI
           DISPLAY "Pulse critical high: " WITH NO ADVANCING
           ACCEPT VR-PULSE-CRIT-HI
           WRITE VITAL-RANGE-RECORD
               INVALID KEY
                   DISPLAY "A band starting at that age is already"
                   DISPLAY "on file -- overwriting it."
                   REWRITE VITAL-RANGE-RECORD
           END-WRITE
           CLOSE VITAL-RANGE-FILE
           DISPLAY "Range band saved.".

       ABNORMAL-VITALS-LIST.                                          *> Interactive wrapper for the daily list.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      ABNORMAL VITALS LIST"
           DISPLAY FRA-ME
           PERFORM FORMAT-TODAY-SLASHED
           DISPLAY "Date (YYYY/MM/DD, Enter = today): "
               WITH NO ADVANCING
           ACCEPT WS-AB-DATE
           IF WS-AB-DATE = SPACES
               MOVE WS-TODAY-SLASHED TO WS-AB-DATE
           END-IF
           MOVE "ABNVITAL" TO WS-RO-NAME
           MOVE "ABNORMAL VITALS LIST" TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           PERFORM ABNORMAL-VITALS-BODY
           PERFORM CLOSE-REPORT-OUTPUT.

       ABNORMAL-VITALS-BODY.                                          *> Every out-of-range set of vitals taken on the
                                                                      *> day, with what was done about it.
           MOVE ZERO TO WS-AB-COUNT
           MOVE ZERO TO WS-AB-CRITICAL
           MOVE SPACES TO WS-RO-LINE
           STRING "Date: " WS-AB-DATE
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "Time  Student ID           Name                 Age"
               TO WS-RO-LINE
           MOVE "Temp  BP      Pls Readings (! = critical)"
               TO WS-RO-LINE(53:41)
           MOVE "Action" TO WS-RO-LINE(107:6)
           PERFORM EMIT-REPORT-LINE
           OPEN INPUT ABNORMAL-VITALS-FILE
           IF WS-AB-STATUS = "35"
               MOVE "No abnormal vitals have been recorded yet."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-AB-EOF-FLAG
               PERFORM UNTIL WS-AB-EOF-FLAG = "Y"
                   READ ABNORMAL-VITALS-FILE
                       AT END
                           MOVE "Y" TO WS-AB-EOF-FLAG
                       NOT AT END
                           IF AB-DATE = WS-AB-DATE
                               PERFORM EMIT-ABNORMAL-VITALS-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ABNORMAL-VITALS-FILE
           END-IF
           MOVE SPACES TO WS-RO-LINE
           STRING "Abnormal readings: " WS-AB-COUNT
               "  Critical: " WS-AB-CRITICAL
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       EMIT-ABNORMAL-VITALS-LINE.                                     *> One line of the list; the name comes from the
                                                                      *> patient file.
           ADD 1 TO WS-AB-COUNT
           IF AB-LEVEL = "C"
               ADD 1 TO WS-AB-CRITICAL
           END-IF
           MOVE SPACES TO WS-AB-NAME
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS NOT = "35"
               MOVE AB-STUDENT-NUMBER TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PATIENT-NAME TO WS-AB-NAME
               END-READ
           END-IF
           CLOSE PATIENT-FILE
           MOVE AB-ACTION TO WS-VR-ACTION
           PERFORM SET-VITAL-ACTION-TEXT
           MOVE SPACES TO WS-RO-LINE
           STRING AB-TIME " " AB-STUDENT-NUMBER " " WS-AB-NAME(1:20)
               " " AB-AGE " " AB-TEMPERATURE " " AB-BLOOD-PRESSURE
               " " AB-PULSE " " AB-FLAGS(1:35) " " WS-VR-ACTION-TEXT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       EMPLOYEE-UTILIZATION-REPORT.                                  *> Clinic visits by faculty and staff for one
                                                                      *> month, per employee and per department, for
                                                                      *> HR. Visit counts only -- no diagnoses leave
                                                                      *> the clinic on this report.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      EMPLOYEE CLINIC UTILIZATION"
           DISPLAY FRA-ME
           DISPLAY "Month to report (YYYY/MM): " WITH NO ADVANCING
           ACCEPT WS-EU-MONTH
           MOVE "EMPUTIL" TO WS-RO-NAME
           MOVE "EMPLOYEE CLINIC UTILIZATION (MONTHLY)" TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           MOVE ZERO TO WS-EU-EMPLOYEES
           MOVE ZERO TO WS-EU-TOTAL-VISITS
           MOVE ZERO TO WS-EU-DEPT-COUNT
           MOVE SPACES TO WS-RO-LINE
           STRING "Month: " WS-EU-MONTH DELIMITED BY SIZE
               INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Department           Employee No. "
               "Name                           Visits"
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               MOVE "No patient records have been added yet."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PATIENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF PATIENT-CATEGORY = "E"
                           PERFORM COUNT-EMPLOYEE-VISITS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PATIENT-FILE
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "BY DEPARTMENT (employees seen / visits):"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 1 TO WS-EU-DEPT-IDX
           PERFORM WS-EU-DEPT-COUNT TIMES
               MOVE SPACES TO WS-RO-LINE
               STRING WS-EU-DEPT-NAME(WS-EU-DEPT-IDX) " "
                   WS-EU-DEPT-STAFF(WS-EU-DEPT-IDX) " / "
                   WS-EU-DEPT-VISITS(WS-EU-DEPT-IDX)
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               ADD 1 TO WS-EU-DEPT-IDX
           END-PERFORM
           MOVE SPACES TO WS-RO-LINE
           STRING "Totals -- employees seen: " WS-EU-EMPLOYEES
               "  visits: " WS-EU-TOTAL-VISITS
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM CLOSE-REPORT-OUTPUT.

       COUNT-EMPLOYEE-VISITS.                                        *> The month's visit rows for the employee in the
                                                                      *> PATIENT-RECORD buffer, listed and tallied into
                                                                      *> the department table when there are any.
           MOVE ZERO TO WS-EU-VISITS
           OPEN INPUT VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS NOT = "35"
               MOVE STUDENT-NUMBER TO VH-STUDENT-NUMBER
               MOVE WS-EU-MONTH    TO VH-DATE-OF-VISIT
               MOVE LOW-VALUE      TO VH-TIME-OF-VISIT
               MOVE "N" TO WS-AP-EOF-FLAG
               START VISIT-HISTORY-FILE
                   KEY IS NOT LESS THAN VH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AP-EOF-FLAG
               END-START
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ VISIT-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF VH-STUDENT-NUMBER NOT = STUDENT-NUMBER
                               OR VH-DATE-OF-VISIT(1:7)
                                   NOT = WS-EU-MONTH
                           MOVE "Y" TO WS-AP-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-EU-VISITS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE VISIT-HISTORY-FILE
           IF WS-EU-VISITS > ZERO
               ADD 1 TO WS-EU-EMPLOYEES
               ADD WS-EU-VISITS TO WS-EU-TOTAL-VISITS
               MOVE SPACES TO WS-RO-LINE
               STRING EMPLOYEE-DEPT " " EMPLOYEE-NUMBER " "
                   PATIENT-NAME " " WS-EU-VISITS
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM FIND-EMPLOYEE-DEPT-ROW
               ADD 1 TO WS-EU-DEPT-STAFF(WS-EU-DEPT-IDX)
               ADD WS-EU-VISITS TO WS-EU-DEPT-VISITS(WS-EU-DEPT-IDX)
           END-IF.

       FIND-EMPLOYEE-DEPT-ROW.                                       *> Search-or-insert the department's row; past
                                                                      *> fifty departments the rest share the last.
           MOVE "N" TO WS-EU-DEPT-FOUND
           MOVE 1 TO WS-EU-DEPT-IDX
           PERFORM UNTIL WS-EU-DEPT-IDX > WS-EU-DEPT-COUNT
                   OR WS-EU-DEPT-FOUND = "Y"
               IF WS-EU-DEPT-NAME(WS-EU-DEPT-IDX) = EMPLOYEE-DEPT
                   MOVE "Y" TO WS-EU-DEPT-FOUND
               ELSE
                   ADD 1 TO WS-EU-DEPT-IDX
               END-IF
           END-PERFORM
           IF WS-EU-DEPT-FOUND NOT = "Y"
               IF WS-EU-DEPT-COUNT < 50
                   ADD 1 TO WS-EU-DEPT-COUNT
                   MOVE WS-EU-DEPT-COUNT TO WS-EU-DEPT-IDX
                   MOVE EMPLOYEE-DEPT TO WS-EU-DEPT-NAME(WS-EU-DEPT-IDX)
                   MOVE ZERO TO WS-EU-DEPT-STAFF(WS-EU-DEPT-IDX)
                   MOVE ZERO TO WS-EU-DEPT-VISITS(WS-EU-DEPT-IDX)
               ELSE
                   MOVE 50 TO WS-EU-DEPT-IDX
                   MOVE "(other departments)"
                       TO WS-EU-DEPT-NAME(WS-EU-DEPT-IDX)
               END-IF
           END-IF.

       FOOD-CERT-MENU.                                               *> Canteen food handlers' health certificates.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      FOOD-HANDLER HEALTH CERTIFICATES"
           DISPLAY FRA-ME
           DISPLAY "1) File a certificate"
           DISPLAY "2) List an employee's certificates"
           DISPLAY "3) Expired / expiring certificates"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-FC-CHOICE
           EVALUATE WS-FC-CHOICE
               WHEN "1"
                   PERFORM FILE-FOOD-CERT
               WHEN "2"
                   PERFORM LIST-FOOD-CERTS
               WHEN "3"
                   PERFORM FOOD-CERT-EXPIRY-LIST
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-FC-CHOICE NOT = "x" AND WS-FC-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM FOOD-CERT-MENU
           END-IF.

       GET-FOOD-HANDLER.                                             *> Employee No. -> the EMP- clinic key, checked
                                                                      *> against the roster.
           DISPLAY "Employee No.: " WITH NO ADVANCING
           ACCEPT WS-EMPLOYEE-NUMBER
           MOVE SPACES TO WS-STUDENT-NUMBER
           STRING "EMP-" DELIMITED BY SIZE
               WS-EMPLOYEE-NUMBER DELIMITED BY SPACE
               INTO WS-STUDENT-NUMBER
           MOVE "N" TO WS-DUPLICATE-FOUND
           IF WS-EMPLOYEE-NUMBER NOT = SPACES
               PERFORM CHECK-DUPLICATE-STUDENT
           END-IF.

       FILE-FOOD-CERT.                                               *> Record one health certificate.
           PERFORM GET-FOOD-HANDLER
           IF WS-DUPLICATE-FOUND NOT = "Y"
               DISPLAY "No employee record on file for that number"
               DISPLAY "-- add the employee first (option a)."
           ELSE
               OPEN I-O FOOD-CERT-FILE
               IF WS-FC-FILE-STATUS = "35"                            *> File does not exist yet -- create it.
                   OPEN OUTPUT FOOD-CERT-FILE
               END-IF
               MOVE SPACES TO FOOD-CERT-RECORD
               MOVE WS-STUDENT-NUMBER TO FC-STUDENT-NUMBER
               DISPLAY "Date issued [YYYY/MM/DD]: " WITH NO ADVANCING
               ACCEPT FC-ISSUE-DATE
               DISPLAY "Certificate No.: " WITH NO ADVANCING
               ACCEPT FC-CERT-NUMBER
               DISPLAY "Issued by (health office): " WITH NO ADVANCING
               ACCEPT FC-ISSUED-BY
               DISPLAY "Valid until [YYYY/MM/DD]: " WITH NO ADVANCING
               ACCEPT FC-EXPIRY-DATE
               MOVE WS-CURRENT-USER TO FC-FILED-BY
               WRITE FOOD-CERT-RECORD
                   INVALID KEY
                       DISPLAY "A certificate issued that day is"
                       DISPLAY "already on file -- overwriting it."
                       REWRITE FOOD-CERT-RECORD
               END-WRITE
               CLOSE FOOD-CERT-FILE
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE "FOOD HANDLER CERT" TO WS-AUDIT-FIELD-NAME
               MOVE FC-CERT-NUMBER      TO WS-AUDIT-OLD-VALUE
               MOVE FC-EXPIRY-DATE      TO WS-AUDIT-NEW-VALUE
               PERFORM APPEND-AUDIT-LOG
               DISPLAY "Certificate filed."
           END-IF.

       LIST-FOOD-CERTS.                                              *> Every certificate on file for one employee.
           PERFORM GET-FOOD-HANDLER
           MOVE ZERO TO WS-FC-COUNT
           OPEN INPUT FOOD-CERT-FILE
           IF WS-FC-FILE-STATUS = "35"
               DISPLAY "No certificates on file yet."
           ELSE
               MOVE WS-STUDENT-NUMBER TO FC-STUDENT-NUMBER
               MOVE LOW-VALUE         TO FC-ISSUE-DATE
               MOVE "N" TO WS-AP-EOF-FLAG
               START FOOD-CERT-FILE
                   KEY IS NOT LESS THAN FC-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AP-EOF-FLAG
               END-START
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ FOOD-CERT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF FC-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE "Y" TO WS-AP-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-FC-COUNT
                           DISPLAY "  No. " FC-CERT-NUMBER
                               " issued " FC-ISSUE-DATE
                               " valid until " FC-EXPIRY-DATE
                           DISPLAY "      by " FC-ISSUED-BY
                               " filed by " FC-FILED-BY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE FOOD-CERT-FILE
           DISPLAY "Certificates on file: " WS-FC-COUNT.

       FOOD-CERT-EXPIRY-LIST.                                        *> Each food handler's latest certificate, listed
                                                                      *> when it has lapsed or lapses within the
                                                                      *> window -- the canteen's renewal list.
           DISPLAY "Days ahead to warn (Enter = 30): "
               WITH NO ADVANCING
           ACCEPT WS-FC-WINDOW-TEXT
           MOVE 30 TO WS-FC-WINDOW
           IF WS-FC-WINDOW-TEXT(1:1) IS NUMERIC
               MOVE ZERO TO WS-FC-WINDOW
               UNSTRING WS-FC-WINDOW-TEXT DELIMITED BY SPACE
                   INTO WS-FC-WINDOW
           END-IF
           MOVE "FOODCERT" TO WS-RO-NAME
           MOVE "FOOD-HANDLER HEALTH CERTIFICATE EXPIRY LIST"
               TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-DC-DATE
           PERFORM CALC-DAY-NUMBER
           MOVE WS-DC-DAY-NUM TO WS-FC-TODAY-NUM
           MOVE ZERO   TO WS-FC-COUNT
           MOVE ZERO   TO WS-FC-LISTED
           MOVE SPACES TO WS-FC-HELD-STUDENT
           OPEN INPUT FOOD-CERT-FILE
           IF WS-FC-FILE-STATUS = "35"
               MOVE "No certificates on file yet." TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ FOOD-CERT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF FC-STUDENT-NUMBER NOT = WS-FC-HELD-STUDENT
                           PERFORM CHECK-HELD-FOOD-CERT
                           MOVE FC-STUDENT-NUMBER TO WS-FC-HELD-STUDENT
                           MOVE SPACES TO WS-FC-HELD-EXPIRY
                       END-IF
                       IF FC-EXPIRY-DATE > WS-FC-HELD-EXPIRY
                           MOVE FC-EXPIRY-DATE TO WS-FC-HELD-EXPIRY
                           MOVE FC-CERT-NUMBER TO WS-FC-HELD-CERT
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CHECK-HELD-FOOD-CERT
           END-IF
           CLOSE FOOD-CERT-FILE
           MOVE SPACES TO WS-RO-LINE
           STRING "Food handlers on file: " WS-FC-COUNT
               "  listed: " WS-FC-LISTED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM CLOSE-REPORT-OUTPUT.

       CHECK-HELD-FOOD-CERT.                                         *> The held handler's latest certificate against
                                                                      *> today and the window. Archived (departed)
                                                                      *> staff drop off the list.
           IF WS-FC-HELD-STUDENT NOT = SPACES
               ADD 1 TO WS-FC-COUNT
               MOVE "(not on roster)" TO WS-FC-NAME
               MOVE SPACES TO WS-FC-DEPT
               MOVE "A" TO ARCHIVE-STATUS
               OPEN INPUT PATIENT-FILE
               IF WS-FILE-STATUS NOT = "35"
                   MOVE WS-FC-HELD-STUDENT TO STUDENT-NUMBER
                   READ PATIENT-FILE
                       KEY IS STUDENT-NUMBER
                       INVALID KEY
                           MOVE "A" TO ARCHIVE-STATUS
                       NOT INVALID KEY
                           MOVE PATIENT-NAME  TO WS-FC-NAME
                           MOVE EMPLOYEE-DEPT TO WS-FC-DEPT
                   END-READ
               END-IF
               CLOSE PATIENT-FILE
               MOVE WS-FC-HELD-EXPIRY TO WS-DC-SLASHED
               MOVE ZERO TO WS-DC-DAY-NUM
               IF WS-FC-HELD-EXPIRY(1:4) IS NUMERIC
                   PERFORM CALC-DAY-FROM-SLASHED
               END-IF
               MOVE WS-DC-DAY-NUM TO WS-FC-EXPIRY-NUM
               MOVE SPACES TO WS-RO-LINE
               IF ARCHIVE-STATUS NOT = "X"
                   IF WS-FC-EXPIRY-NUM < WS-FC-TODAY-NUM
                       ADD 1 TO WS-FC-LISTED
                       STRING "EXPIRED   " WS-FC-HELD-EXPIRY " "
                           WS-FC-HELD-STUDENT " " WS-FC-NAME " "
                           WS-FC-DEPT " No. " WS-FC-HELD-CERT
                           DELIMITED BY SIZE INTO WS-RO-LINE
                       PERFORM EMIT-REPORT-LINE
                   ELSE
                       COMPUTE WS-FC-DAYS-LEFT =
                           WS-FC-EXPIRY-NUM - WS-FC-TODAY-NUM
                       IF WS-FC-DAYS-LEFT <= WS-FC-WINDOW
                           ADD 1 TO WS-FC-LISTED
                           STRING "DUE " WS-FC-DAYS-LEFT(5:3) "d  "
                               WS-FC-HELD-EXPIRY " "
                               WS-FC-HELD-STUDENT " " WS-FC-NAME " "
                               WS-FC-DEPT " No. " WS-FC-HELD-CERT
                               DELIMITED BY SIZE INTO WS-RO-LINE
                           PERFORM EMIT-REPORT-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       NUTRITION-STATUS-REPORT.                                       *> Interactive wrapper for the nutrition report.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      NUTRITIONAL STATUS REPORT"
           DISPLAY FRA-ME
           PERFORM ASK-INCLUDE-NON-STUDENTS
           MOVE "NUTRI" TO WS-RO-NAME
           MOVE "NUTRITIONAL STATUS REPORT" TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           PERFORM NUTRITION-STATUS-BODY
           PERFORM CLOSE-REPORT-OUTPUT.

       NUTRITION-STATUS-BODY.                                         *> Classify each active student's latest recorded
                                                                      *> BMI against the sex/age cutoffs, flag everyone
                                                                      *> outside normal, and tally per Course/Section --
                                                                      *> what used to be re-keyed into a spreadsheet
                                                                      *> every term.
           MOVE ZERO TO WS-NU-STUDENTS
           MOVE ZERO TO WS-NU-NO-BMI
           MOVE ZERO TO WS-NU-FLAGGED
           MOVE ZERO TO WS-NU-SEC-COUNT
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               MOVE "No patient records have been added yet."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "FLAGGED STUDENTS (outside normal):"
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PATIENT-FILE INTO PATIENT-RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM CHECK-SECTION-ELIGIBLE
                           IF ARCHIVE-STATUS NOT = "X"
                                   AND STUDENT-NUMBER NOT = SPACES
                                   AND WS-PT-ELIGIBLE = "Y"
                               ADD 1 TO WS-NU-STUDENTS
                               PERFORM CLASSIFY-ONE-NUTRITION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PATIENT-FILE
           PERFORM EMIT-NUTRITION-SECTIONS
           MOVE SPACES TO WS-RO-LINE
           STRING "Students scanned: " WS-NU-STUDENTS
               "  No BMI on file: " WS-NU-NO-BMI
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Students flagged: " WS-NU-FLAGGED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       CLASSIFY-ONE-NUTRITION.                                        *> Latest BMI -> class 1-5, tallied per section,
                                                                      *> with a flagged line for anything not normal.
           PERFORM FIND-LATEST-BMI
           IF WS-NU-BMI-FOUND NOT = "Y"
               ADD 1 TO WS-NU-NO-BMI
           ELSE
               PERFORM CLASSIFY-NUTRITION-BMI
               PERFORM TALLY-NUTRITION-SECTION
               IF WS-NU-CLASS NOT = 3
                   ADD 1 TO WS-NU-FLAGGED
                   PERFORM EMIT-NUTRITION-FLAG
               END-IF
           END-IF.

       CLASSIFY-NUTRITION-BMI.                                        *> WS-NU-BMI-NUM -> class 1-5 on the cutoffs for
                                                                      *> the record in the PATIENT-RECORD buffer.
           PERFORM GET-NUTRITION-CUTOFFS
           EVALUATE TRUE
               WHEN WS-NU-BMI-NUM <= WS-NU-CUT-SEV
                   MOVE 1 TO WS-NU-CLASS
               WHEN WS-NU-BMI-NUM <= WS-NU-CUT-WASTED
                   MOVE 2 TO WS-NU-CLASS
               WHEN WS-NU-BMI-NUM <= WS-NU-CUT-NORMAL
                   MOVE 3 TO WS-NU-CLASS
               WHEN WS-NU-BMI-NUM <= WS-NU-CUT-OVER
                   MOVE 4 TO WS-NU-CLASS
               WHEN OTHER
                   MOVE 5 TO WS-NU-CLASS
           END-EVALUATE.

       FIND-LATEST-BMI.                                               *> Last visit row with a usable BMI for the
                                                                      *> student in the PATIENT-RECORD buffer. BMI is
                                                                      *> stored Z9.9, so a leading space becomes a
                                                                      *> zero before the numeric test.
           MOVE "N" TO WS-NU-BMI-FOUND
           OPEN INPUT VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS NOT = "35"
               MOVE STUDENT-NUMBER TO VH-STUDENT-NUMBER
               MOVE LOW-VALUE      TO VH-DATE-OF-VISIT
               MOVE LOW-VALUE      TO VH-TIME-OF-VISIT
               MOVE "N" TO WS-AP-EOF-FLAG
               START VISIT-HISTORY-FILE
                   KEY IS NOT LESS THAN VH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AP-EOF-FLAG
               END-START
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ VISIT-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF VH-STUDENT-NUMBER NOT = STUDENT-NUMBER
                           MOVE "Y" TO WS-AP-EOF-FLAG
                       ELSE
                           MOVE VH-BMI TO WS-NU-BMI-TEXT
                           IF WS-NU-BMI-TEXT(1:1) = SPACE
                               MOVE "0" TO WS-NU-BMI-TEXT(1:1)
                           END-IF
                           IF WS-NU-BMI-TEXT(1:2) IS NUMERIC
                                   AND WS-NU-BMI-TEXT(3:1) = "."
                                   AND WS-NU-BMI-TEXT(4:1) IS NUMERIC
                               MOVE WS-NU-BMI-TEXT(1:2)
                                   TO WS-NU-BMI-NUM(1:2)
                               MOVE WS-NU-BMI-TEXT(4:1)
                                   TO WS-NU-BMI-NUM(3:1)
                               MOVE "Y" TO WS-NU-BMI-FOUND
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE VISIT-HISTORY-FILE.

       GET-NUTRITION-CUTOFFS.                                         *> Cutoffs for this record's sex and age, from
                                                                      *> BMICUT.DAT when a row exists, otherwise the
                                                                      *> built-in WHO adult defaults.
           MOVE 16.0 TO WS-NU-CUT-SEV
           MOVE 18.5 TO WS-NU-CUT-WASTED
           MOVE 24.9 TO WS-NU-CUT-NORMAL
           MOVE 29.9 TO WS-NU-CUT-OVER
           OPEN INPUT BMI-CUTOFF-FILE
           IF WS-BC-FILE-STATUS NOT = "35"
               IF PATIENT-SEX(1:1) = "F" OR PATIENT-SEX(1:1) = "f"
                   MOVE "F" TO BC-SEX
               ELSE
                   MOVE "M" TO BC-SEX
               END-IF
               MOVE ZERO TO BC-AGE-YEARS
               IF PATIENT-AGE(1:2) IS NUMERIC
                   MOVE PATIENT-AGE(1:2) TO BC-AGE-YEARS
               END-IF
               READ BMI-CUTOFF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BC-SEV-WASTED-MAX  TO WS-NU-CUT-SEV
                       MOVE BC-WASTED-MAX      TO WS-NU-CUT-WASTED
                       MOVE BC-NORMAL-MAX      TO WS-NU-CUT-NORMAL
                       MOVE BC-OVERWEIGHT-MAX  TO WS-NU-CUT-OVER
               END-READ
           END-IF
           CLOSE BMI-CUTOFF-FILE.

       TALLY-NUTRITION-SECTION.                                       *> Search-or-insert the record's section row and
                                                                      *> bump its class column.
           MOVE "N" TO WS-NU-SEC-FOUND
           MOVE 1 TO WS-NU-SEC-IDX
           PERFORM UNTIL WS-NU-SEC-IDX > WS-NU-SEC-COUNT
                   OR WS-NU-SEC-FOUND = "Y"
               IF WS-NU-SEC-CYS(WS-NU-SEC-IDX) = STUDENT-CYS
                   MOVE "Y" TO WS-NU-SEC-FOUND
               ELSE
                   ADD 1 TO WS-NU-SEC-IDX
               END-IF
           END-PERFORM
           IF WS-NU-SEC-FOUND NOT = "Y"
                   AND WS-NU-SEC-COUNT < 100
               ADD 1 TO WS-NU-SEC-COUNT
               MOVE WS-NU-SEC-COUNT TO WS-NU-SEC-IDX
               MOVE STUDENT-CYS TO WS-NU-SEC-CYS(WS-NU-SEC-IDX)
               MOVE ZERO TO WS-NU-SEC-TALLY(WS-NU-SEC-IDX, 1)
               MOVE ZERO TO WS-NU-SEC-TALLY(WS-NU-SEC-IDX, 2)
               MOVE ZERO TO WS-NU-SEC-TALLY(WS-NU-SEC-IDX, 3)
               MOVE ZERO TO WS-NU-SEC-TALLY(WS-NU-SEC-IDX, 4)
               MOVE ZERO TO WS-NU-SEC-TALLY(WS-NU-SEC-IDX, 5)
               MOVE "Y" TO WS-NU-SEC-FOUND
           END-IF
           IF WS-NU-SEC-FOUND = "Y"
               ADD 1 TO WS-NU-SEC-TALLY(WS-NU-SEC-IDX, WS-NU-CLASS)
           END-IF.

       EMIT-NUTRITION-FLAG.                                           *> One flagged student's line of the report.
           MOVE SPACES TO WS-RO-LINE
           EVALUATE WS-NU-CLASS
               WHEN 1
                   MOVE "SEVERELY WASTED" TO WS-RO-LINE(1:15)
               WHEN 2
                   MOVE "WASTED"          TO WS-RO-LINE(1:15)
               WHEN 4
                   MOVE "OVERWEIGHT"      TO WS-RO-LINE(1:15)
               WHEN OTHER
                   MOVE "OBESE"           TO WS-RO-LINE(1:15)
           END-EVALUATE
           STRING " " STUDENT-CYS " " STUDENT-NUMBER " "
               PATIENT-NAME " BMI " WS-NU-BMI-TEXT
               DELIMITED BY SIZE INTO WS-RO-LINE(16:)
           PERFORM EMIT-REPORT-LINE.

       EMIT-NUTRITION-SECTIONS.                                       *> Per-section counts, one line per class column.
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "COUNTS PER COURSE/SECTION" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "  (SevW / Wasted / Normal / Overw / Obese)"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-NU-SEC-COUNT = ZERO
               MOVE "  (No students with a recorded BMI.)"
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE 1 TO WS-NU-SEC-IDX
               PERFORM WS-NU-SEC-COUNT TIMES
                   MOVE SPACES TO WS-RO-LINE
                   STRING WS-NU-SEC-CYS(WS-NU-SEC-IDX) " "
                       WS-NU-SEC-TALLY(WS-NU-SEC-IDX, 1) " "
                       WS-NU-SEC-TALLY(WS-NU-SEC-IDX, 2) " "
                       WS-NU-SEC-TALLY(WS-NU-SEC-IDX, 3) " "
                       WS-NU-SEC-TALLY(WS-NU-SEC-IDX, 4) " "
                       WS-NU-SEC-TALLY(WS-NU-SEC-IDX, 5)
                       DELIMITED BY SIZE INTO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
                   ADD 1 TO WS-NU-SEC-IDX
               END-PERFORM
           END-IF
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       FEEDING-MENU.                                                 *> School-based feeding program: beneficiaries
                                                                      *> drawn from the nutrition report's wasted and
                                                                      *> severely wasted, fed daily, weighed on the
                                                                      *> 60th and 120th day.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      SCHOOL-BASED FEEDING PROGRAM"
           DISPLAY FRA-ME
           DISPLAY "1) Enroll beneficiaries (wasted / severely wasted)"
           DISPLAY "2) Daily feeding attendance"
           DISPLAY "3) Weigh-in schedule (60th / 120th day)"
           DISPLAY "4) Record a weigh-in"
           DISPLAY "5) Terminal report (end of program)"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-FB-CHOICE
           EVALUATE WS-FB-CHOICE
               WHEN "1"
                   PERFORM ENROLL-FEEDING-BENEFICIARIES
               WHEN "2"
                   PERFORM FEEDING-ATTENDANCE
               WHEN "3"
                   PERFORM FEEDING-WEIGHIN-SCHEDULE
               WHEN "4"
                   PERFORM RECORD-FEEDING-WEIGHIN
               WHEN "5"
                   PERFORM FEEDING-TERMINAL-REPORT
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-FB-CHOICE NOT = "x" AND WS-FB-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM FEEDING-MENU
           END-IF.

       ENROLL-FEEDING-BENEFICIARIES.                                 *> Walk the active students the way the
                                                                      *> nutrition report does and offer each wasted
                                                                      *> or severely wasted one not yet enrolled this
                                                                      *> school year.
           PERFORM GET-CURRENT-SCHOOL-YEAR
           PERFORM FORMAT-TODAY-SLASHED
           MOVE ZERO TO WS-FB-CANDIDATES
           MOVE ZERO TO WS-FB-ENROLLED
           MOVE "N" TO WS-PT-INCLUDE-STAFF
           DISPLAY "Baseline weigh-in date [" WS-TODAY-SLASHED
               ", blank = today]: " WITH NO ADVANCING
           ACCEPT WS-FB-DATE
           IF WS-FB-DATE = SPACES
               MOVE WS-TODAY-SLASHED TO WS-FB-DATE
           END-IF
           OPEN I-O FEEDING-FILE
           IF WS-FB-FILE-STATUS = "35"                                *> File does not exist yet -- create it.
               OPEN OUTPUT FEEDING-FILE
               CLOSE FEEDING-FILE
               OPEN I-O FEEDING-FILE
           END-IF
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "No patient records have been added yet."
           ELSE
               MOVE "N" TO WS-FB-EOF-FLAG
               PERFORM UNTIL WS-FB-EOF-FLAG = "Y"
                   READ PATIENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-FB-EOF-FLAG
                       NOT AT END
                           PERFORM CHECK-SECTION-ELIGIBLE
                           IF ARCHIVE-STATUS NOT = "X"
                                   AND STUDENT-NUMBER NOT = SPACES
                                   AND WS-PT-ELIGIBLE = "Y"
                               PERFORM CHECK-FEEDING-CANDIDATE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PATIENT-FILE
           CLOSE FEEDING-FILE
           DISPLAY "Candidates offered: " WS-FB-CANDIDATES
               "  Enrolled: " WS-FB-ENROLLED.

       CHECK-FEEDING-CANDIDATE.                                      *> Latest BMI class 1 or 2 and not on this
                                                                      *> year's list -> ask the nurse.
           PERFORM FIND-LATEST-BMI
           IF WS-NU-BMI-FOUND = "Y"
               PERFORM CLASSIFY-NUTRITION-BMI
               IF WS-NU-CLASS <= 2
                   MOVE WS-CN-CURRENT-SY TO FB-SCHOOL-YEAR
                   MOVE STUDENT-NUMBER   TO FB-STUDENT-NUMBER
                   READ FEEDING-FILE
                       INVALID KEY
                           PERFORM OFFER-FEEDING-ENROLMENT
                   END-READ
               END-IF
           END-IF.

       OFFER-FEEDING-ENROLMENT.                                      *> One candidate: Y takes the baseline weigh-in
                                                                      *> and enrolls, N passes, Q stops the walk.
           ADD 1 TO WS-FB-CANDIDATES
           MOVE WS-NU-CLASS TO WS-FB-CLASS
           PERFORM GET-FEEDING-CLASS-NAME
           DISPLAY FRA-ME
           DISPLAY WS-FB-CLASS-NAME " " STUDENT-CYS
           DISPLAY "  " STUDENT-NUMBER " " PATIENT-NAME
               " BMI " WS-NU-BMI-TEXT
           DISPLAY "Enroll in the feeding program? [Y/N/Q]: "
               WITH NO ADVANCING
           ACCEPT WS-FB-ANSWER
           IF WS-FB-ANSWER = "q" OR WS-FB-ANSWER = "Q"
               MOVE "Y" TO WS-FB-EOF-FLAG
           END-IF
           IF WS-FB-ANSWER = "y" OR WS-FB-ANSWER = "Y"
               PERFORM GET-FEEDING-MEASURES
               MOVE SPACES TO FEEDING-RECORD
               MOVE WS-CN-CURRENT-SY TO FB-SCHOOL-YEAR
               MOVE STUDENT-NUMBER   TO FB-STUDENT-NUMBER
               MOVE STUDENT-CYS      TO FB-CYS
               MOVE WS-FB-DATE       TO FB-ENROLL-DATE
               MOVE WS-FB-HEIGHT     TO FB-BASE-HEIGHT
               MOVE WS-FB-WEIGHT     TO FB-BASE-WEIGHT
               MOVE WS-NU-BMI-NUM    TO FB-BASE-BMI
               MOVE WS-NU-CLASS      TO FB-BASE-CLASS
               MOVE ZERO TO FB-MID-HEIGHT
               MOVE ZERO TO FB-MID-WEIGHT
               MOVE ZERO TO FB-MID-BMI
               MOVE ZERO TO FB-MID-CLASS
               MOVE ZERO TO FB-END-HEIGHT
               MOVE ZERO TO FB-END-WEIGHT
               MOVE ZERO TO FB-END-BMI
               MOVE ZERO TO FB-END-CLASS
               MOVE ZERO TO FB-DAYS-FED
               MOVE "A" TO FB-STATUS
               MOVE WS-CURRENT-USER TO FB-ENROLLED-BY
               WRITE FEEDING-RECORD
                   INVALID KEY
                       DISPLAY "Already enrolled -- not changed."
                   NOT INVALID KEY
                       ADD 1 TO WS-FB-ENROLLED
                       MOVE FB-BASE-CLASS TO WS-FB-CLASS
                       PERFORM GET-FEEDING-CLASS-NAME
                       DISPLAY "Enrolled -- baseline " WS-FB-CLASS-NAME
                       MOVE "FEEDING ENROLLED" TO WS-AUDIT-FIELD-NAME
                       MOVE SPACES TO WS-AUDIT-OLD-VALUE
                       MOVE WS-CN-CURRENT-SY TO WS-AUDIT-NEW-VALUE
                       PERFORM APPEND-AUDIT-LOG
               END-WRITE
           END-IF.

       GET-FEEDING-MEASURES.                                         *> Height and weight for the student in the
                                                                      *> PATIENT-RECORD buffer -> BMI and class, on the
                                                                      *> same cutoffs as the nutrition report.
           MOVE ZERO TO WS-FB-HEIGHT
           MOVE ZERO TO WS-FB-WEIGHT
           PERFORM UNTIL WS-FB-HEIGHT > ZERO AND WS-FB-WEIGHT > ZERO
               DISPLAY "   Height (cm): " WITH NO ADVANCING
               ACCEPT WS-FB-HEIGHT
               DISPLAY "   Weight (kg): " WITH NO ADVANCING
               ACCEPT WS-FB-WEIGHT
               IF WS-FB-HEIGHT = ZERO OR WS-FB-WEIGHT = ZERO
                   DISPLAY "   Both are needed for the BMI."
               END-IF
           END-PERFORM
           COMPUTE WS-NU-BMI-NUM ROUNDED =
               (WS-FB-WEIGHT * 10000)
               / (WS-FB-HEIGHT * WS-FB-HEIGHT)
           PERFORM CLASSIFY-NUTRITION-BMI
           MOVE WS-NU-BMI-NUM TO WS-FB-BMI-ED
           DISPLAY "   Computed BMI: " WS-FB-BMI-ED.

       GET-FEEDING-CLASS-NAME.                                       *> WS-FB-CLASS -> its printed name.
           EVALUATE WS-FB-CLASS
               WHEN 1
                   MOVE "SEVERELY WASTED" TO WS-FB-CLASS-NAME
               WHEN 2
                   MOVE "WASTED"          TO WS-FB-CLASS-NAME
               WHEN 3
                   MOVE "NORMAL"          TO WS-FB-CLASS-NAME
               WHEN 4
                   MOVE "OVERWEIGHT"      TO WS-FB-CLASS-NAME
               WHEN 5
                   MOVE "OBESE"           TO WS-FB-CLASS-NAME
               WHEN OTHER
                   MOVE "NOT WEIGHED"     TO WS-FB-CLASS-NAME
           END-EVALUATE.

       FEEDING-ATTENDANCE.                                           *> The day's roll: every active beneficiary of
                                                                      *> this school year, Y fed / N absent / Q stop.
           PERFORM GET-CURRENT-SCHOOL-YEAR
           PERFORM FORMAT-TODAY-SLASHED
           MOVE ZERO TO WS-FB-FED
           DISPLAY "Feeding day [" WS-TODAY-SLASHED
               ", blank = today]: " WITH NO ADVANCING
           ACCEPT WS-FB-DATE
           IF WS-FB-DATE = SPACES
               MOVE WS-TODAY-SLASHED TO WS-FB-DATE
           END-IF
           OPEN I-O FEEDING-FILE
           IF WS-FB-FILE-STATUS = "35"
               DISPLAY "No beneficiaries have been enrolled yet."
           ELSE
               OPEN I-O FEED-ATTEND-FILE
               IF WS-FA-FILE-STATUS = "35"                            *> File does not exist yet -- create it.
                   OPEN OUTPUT FEED-ATTEND-FILE
               END-IF
               OPEN INPUT PATIENT-FILE
               MOVE WS-CN-CURRENT-SY TO FB-SCHOOL-YEAR
               MOVE LOW-VALUE        TO FB-STUDENT-NUMBER
               MOVE "N" TO WS-FB-EOF-FLAG
               START FEEDING-FILE
                   KEY IS NOT LESS THAN FB-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-FB-EOF-FLAG
               END-START
               PERFORM UNTIL WS-FB-EOF-FLAG = "Y"
                   READ FEEDING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-FB-EOF-FLAG
                   END-READ
                   IF WS-FB-EOF-FLAG NOT = "Y"
                       IF FB-SCHOOL-YEAR NOT = WS-CN-CURRENT-SY
                           MOVE "Y" TO WS-FB-EOF-FLAG
                       ELSE
                           IF FB-STATUS = "A"
                               PERFORM MARK-ONE-FEEDING
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PATIENT-FILE
               CLOSE FEED-ATTEND-FILE
           END-IF
           CLOSE FEEDING-FILE
           DISPLAY "Beneficiaries marked fed on " WS-FB-DATE ": "
               WS-FB-FED.

       MARK-ONE-FEEDING.                                             *> One beneficiary on the roll. A day already
                                                                      *> marked is not counted twice.
           PERFORM GET-FEEDING-NAME
           DISPLAY FB-CYS(1:20) " " FB-STUDENT-NUMBER " " WS-FB-NAME
           DISPLAY "   Fed today? [Y/N/Q]: " WITH NO ADVANCING
           ACCEPT WS-FB-ANSWER
           IF WS-FB-ANSWER = "q" OR WS-FB-ANSWER = "Q"
               MOVE "Y" TO WS-FB-EOF-FLAG
           END-IF
           IF WS-FB-ANSWER = "y" OR WS-FB-ANSWER = "Y"
               MOVE WS-FB-DATE        TO FA-FEED-DATE
               MOVE FB-STUDENT-NUMBER TO FA-STUDENT-NUMBER
               MOVE FB-SCHOOL-YEAR    TO FA-SCHOOL-YEAR
               MOVE WS-CURRENT-USER   TO FA-RECORDED-BY
               WRITE FEED-ATTEND-RECORD
                   INVALID KEY
                       DISPLAY "   Already marked fed that day."
                   NOT INVALID KEY
                       ADD 1 TO FB-DAYS-FED
                       IF WS-FB-DATE > FB-LAST-FED
                               OR FB-LAST-FED = SPACES
                           MOVE WS-FB-DATE TO FB-LAST-FED
                       END-IF
                       REWRITE FEEDING-RECORD
                       ADD 1 TO WS-FB-FED
               END-WRITE
           END-IF.

       GET-FEEDING-NAME.                                             *> Beneficiary's name from the open PATIENT-FILE.
           MOVE "(no clinic record)" TO WS-FB-NAME
           IF WS-FILE-STATUS NOT = "35"
               MOVE FB-STUDENT-NUMBER TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PATIENT-NAME TO WS-FB-NAME
               END-READ
           END-IF.

       FEEDING-WEIGHIN-SCHEDULE.                                     *> Every active beneficiary's next weigh-in --
                                                                      *> the 60th day after enrolment, then the
                                                                      *> 120th -- due now or days to go.
           PERFORM GET-CURRENT-SCHOOL-YEAR
           ACCEPT WS-DC-DATE FROM DATE YYYYMMDD
           PERFORM CALC-DAY-NUMBER
           MOVE WS-DC-DAY-NUM TO WS-FB-TODAY-NUM
           MOVE ZERO TO WS-FB-DUE
           MOVE ZERO TO WS-FB-TOTAL
           DISPLAY FRA-ME
           DISPLAY "WEIGH-IN SCHEDULE " WS-CN-CURRENT-SY
           DISPLAY FRA-ME
           OPEN INPUT FEEDING-FILE
           IF WS-FB-FILE-STATUS = "35"
               DISPLAY "No beneficiaries have been enrolled yet."
           ELSE
               OPEN INPUT PATIENT-FILE
               MOVE WS-CN-CURRENT-SY TO FB-SCHOOL-YEAR
               MOVE LOW-VALUE        TO FB-STUDENT-NUMBER
               MOVE "N" TO WS-FB-EOF-FLAG
               START FEEDING-FILE
                   KEY IS NOT LESS THAN FB-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-FB-EOF-FLAG
               END-START
               PERFORM UNTIL WS-FB-EOF-FLAG = "Y"
                   READ FEEDING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-FB-EOF-FLAG
                   END-READ
                   IF WS-FB-EOF-FLAG NOT = "Y"
                       IF FB-SCHOOL-YEAR NOT = WS-CN-CURRENT-SY
                           MOVE "Y" TO WS-FB-EOF-FLAG
                       ELSE
                           IF FB-STATUS = "A"
                               PERFORM SHOW-ONE-WEIGHIN-DUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PATIENT-FILE
           END-IF
           CLOSE FEEDING-FILE
           DISPLAY FRA-ME
           DISPLAY "Active beneficiaries: " WS-FB-TOTAL
               "  Weigh-ins due now: " WS-FB-DUE.

       SHOW-ONE-WEIGHIN-DUE.                                         *> Next weigh-in for the row in hand.
           ADD 1 TO WS-FB-TOTAL
           PERFORM GET-FEEDING-ELAPSED
           IF FB-MID-DATE = SPACES
               MOVE "60th"  TO WS-FB-STAGE
               COMPUTE WS-FB-TO-GO = 60 - WS-FB-ELAPSED
           ELSE
               MOVE "120th" TO WS-FB-STAGE
               COMPUTE WS-FB-TO-GO = 120 - WS-FB-ELAPSED
           END-IF
           PERFORM GET-FEEDING-NAME
           IF WS-FB-TO-GO <= ZERO
               ADD 1 TO WS-FB-DUE
               DISPLAY "DUE NOW  " WS-FB-STAGE "-day  "
                   FB-STUDENT-NUMBER " " WS-FB-NAME
           ELSE
               MOVE WS-FB-TO-GO TO WS-FB-TO-GO-ED
               DISPLAY "in" WS-FB-TO-GO-ED "d " WS-FB-STAGE "-day  "
                   FB-STUDENT-NUMBER " " WS-FB-NAME
           END-IF.

       GET-FEEDING-ELAPSED.                                          *> Days since the row's baseline weigh-in.
           MOVE FB-ENROLL-DATE TO WS-DC-SLASHED
           PERFORM CALC-DAY-FROM-SLASHED
           IF WS-DC-DAY-NUM = ZERO
               MOVE ZERO TO WS-FB-ELAPSED
           ELSE
               COMPUTE WS-FB-ELAPSED = WS-FB-TODAY-NUM - WS-DC-DAY-NUM
           END-IF.

       RECORD-FEEDING-WEIGHIN.                                       *> The next weigh-in for one beneficiary: the
                                                                      *> 60th-day one first, then the 120th-day one,
                                                                      *> which completes the program.
           PERFORM GET-CURRENT-SCHOOL-YEAR
           PERFORM FORMAT-TODAY-SLASHED
           ACCEPT WS-DC-DATE FROM DATE YYYYMMDD
           PERFORM CALC-DAY-NUMBER
           MOVE WS-DC-DAY-NUM TO WS-FB-TODAY-NUM
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           OPEN I-O FEEDING-FILE
           IF WS-FB-FILE-STATUS = "35"
               DISPLAY "No beneficiaries have been enrolled yet."
           ELSE
               MOVE WS-CN-CURRENT-SY  TO FB-SCHOOL-YEAR
               MOVE WS-STUDENT-NUMBER TO FB-STUDENT-NUMBER
               READ FEEDING-FILE
                   INVALID KEY
                       DISPLAY "Not enrolled in this year's program."
                   NOT INVALID KEY
                       PERFORM TAKE-FEEDING-WEIGHIN
               END-READ
           END-IF
           CLOSE FEEDING-FILE.

       TAKE-FEEDING-WEIGHIN.                                         *> Weigh-in for the FEEDING-RECORD in hand.
           IF FB-END-DATE NOT = SPACES
               DISPLAY "Both weigh-ins are already on file."
           ELSE
               PERFORM GET-FEEDING-ELAPSED
               MOVE WS-FB-ELAPSED TO WS-FB-ELAPSED-ED
               IF FB-MID-DATE = SPACES
                   MOVE "60th"  TO WS-FB-STAGE
               ELSE
                   MOVE "120th" TO WS-FB-STAGE
               END-IF
               DISPLAY WS-FB-STAGE "-day weigh-in -- day"
                   WS-FB-ELAPSED-ED " since the baseline."
               OPEN INPUT PATIENT-FILE
               MOVE FB-STUDENT-NUMBER TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       MOVE SPACES TO PATIENT-SEX
                       MOVE SPACES TO PATIENT-AGE
               END-READ
               CLOSE PATIENT-FILE
               PERFORM GET-FEEDING-MEASURES
               IF FB-MID-DATE = SPACES
                   MOVE WS-TODAY-SLASHED TO FB-MID-DATE
                   MOVE WS-FB-HEIGHT     TO FB-MID-HEIGHT
                   MOVE WS-FB-WEIGHT     TO FB-MID-WEIGHT
                   MOVE WS-NU-BMI-NUM    TO FB-MID-BMI
                   MOVE WS-NU-CLASS      TO FB-MID-CLASS
               ELSE
                   MOVE WS-TODAY-SLASHED TO FB-END-DATE
                   MOVE WS-FB-HEIGHT     TO FB-END-HEIGHT
                   MOVE WS-FB-WEIGHT     TO FB-END-WEIGHT
                   MOVE WS-NU-BMI-NUM    TO FB-END-BMI
                   MOVE WS-NU-CLASS      TO FB-END-CLASS
                   MOVE "C" TO FB-STATUS
               END-IF
               REWRITE FEEDING-RECORD
               MOVE WS-NU-CLASS TO WS-FB-CLASS
               PERFORM GET-FEEDING-CLASS-NAME
               DISPLAY "Recorded -- now " WS-FB-CLASS-NAME
               MOVE FB-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE SPACES TO WS-AUDIT-FIELD-NAME
               STRING "FEEDING " WS-FB-STAGE " WEIGH-IN"
                   DELIMITED BY SIZE INTO WS-AUDIT-FIELD-NAME
               MOVE SPACES TO WS-AUDIT-OLD-VALUE
               MOVE WS-FB-CLASS-NAME TO WS-AUDIT-NEW-VALUE
               PERFORM APPEND-AUDIT-LOG
           END-IF.

       FEEDING-TERMINAL-REPORT.                                      *> The end-of-program report the division asks
                                                                      *> for before releasing next year's feeding
                                                                      *> funds: before/after class per beneficiary and
                                                                      *> the share who reached normal, by section.
           PERFORM GET-CURRENT-SCHOOL-YEAR
           DISPLAY "School year [" WS-CN-CURRENT-SY
               ", blank = that]: " WITH NO ADVANCING
           ACCEPT WS-FB-SY
           IF WS-FB-SY = SPACES
               MOVE WS-CN-CURRENT-SY TO WS-FB-SY
           END-IF
           MOVE "FEEDRPT" TO WS-RO-NAME
           MOVE "FEEDING PROGRAM TERMINAL REPORT" TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           MOVE ZERO TO WS-FB-TOTAL
           MOVE ZERO TO WS-FB-WEIGHED
           MOVE ZERO TO WS-FB-NORMAL
           MOVE ZERO TO WS-FB-SEC-COUNT
           MOVE SPACES TO WS-RO-LINE
           STRING "School year " WS-FB-SY DELIMITED BY SIZE
               INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Section              Student ID           Name"
               "                           Before          BMI"
               "  After           BMI  Days fed"
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           OPEN INPUT FEEDING-FILE
           IF WS-FB-FILE-STATUS = "35"
               MOVE "No beneficiaries have been enrolled yet."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               OPEN INPUT PATIENT-FILE
               MOVE WS-FB-SY  TO FB-SCHOOL-YEAR
               MOVE LOW-VALUE TO FB-STUDENT-NUMBER
               MOVE "N" TO WS-FB-EOF-FLAG
               START FEEDING-FILE
                   KEY IS NOT LESS THAN FB-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-FB-EOF-FLAG
               END-START
               PERFORM UNTIL WS-FB-EOF-FLAG = "Y"
                   READ FEEDING-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-FB-EOF-FLAG
                   END-READ
                   IF WS-FB-EOF-FLAG NOT = "Y"
                       IF FB-SCHOOL-YEAR NOT = WS-FB-SY
                           MOVE "Y" TO WS-FB-EOF-FLAG
                       ELSE
                           PERFORM EMIT-ONE-BENEFICIARY
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PATIENT-FILE
           END-IF
           CLOSE FEEDING-FILE
           PERFORM EMIT-FEEDING-SECTIONS
           PERFORM CLOSE-REPORT-OUTPUT.

       EMIT-ONE-BENEFICIARY.                                         *> Before/after line for one beneficiary. The
                                                                      *> after class is the 120th-day one, or the
                                                                      *> 60th-day one (marked) when the program was
                                                                      *> cut short.
           ADD 1 TO WS-FB-TOTAL
           PERFORM GET-FEEDING-NAME
           MOVE FB-BASE-CLASS TO WS-FB-CLASS
           PERFORM GET-FEEDING-CLASS-NAME
           MOVE WS-FB-CLASS-NAME TO WS-FB-BEFORE-NAME
           MOVE FB-BASE-BMI TO WS-FB-BMI-ED
           MOVE ZERO TO WS-FB-AFTER-CLASS
           MOVE ZERO TO WS-FB-BMI-AFTER-ED
           MOVE SPACES TO WS-FB-AFTER-WHEN
           IF FB-END-DATE NOT = SPACES
               MOVE FB-END-CLASS TO WS-FB-AFTER-CLASS
               MOVE FB-END-BMI   TO WS-FB-BMI-AFTER-ED
           ELSE
               IF FB-MID-DATE NOT = SPACES
                   MOVE FB-MID-CLASS TO WS-FB-AFTER-CLASS
                   MOVE FB-MID-BMI   TO WS-FB-BMI-AFTER-ED
                   MOVE "(60th)" TO WS-FB-AFTER-WHEN
               END-IF
           END-IF
           MOVE WS-FB-AFTER-CLASS TO WS-FB-CLASS
           PERFORM GET-FEEDING-CLASS-NAME
           MOVE WS-FB-CLASS-NAME TO WS-FB-AFTER-NAME
           MOVE SPACES TO WS-RO-LINE
           STRING FB-CYS(1:20) " " FB-STUDENT-NUMBER " " WS-FB-NAME
               " " WS-FB-BEFORE-NAME " " WS-FB-BMI-ED "  "
               WS-FB-AFTER-NAME " " WS-FB-BMI-AFTER-ED "  "
               FB-DAYS-FED " " WS-FB-AFTER-WHEN
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM FIND-FEEDING-SECTION-ROW
           IF WS-FB-SEC-FOUND = "Y"
               ADD 1 TO WS-FB-SEC-ENROLLED(WS-FB-SEC-IDX)
               IF WS-FB-AFTER-CLASS > ZERO
                   ADD 1 TO WS-FB-SEC-WEIGHED(WS-FB-SEC-IDX)
               END-IF
               IF WS-FB-AFTER-CLASS = 3
                   ADD 1 TO WS-FB-SEC-NORMAL(WS-FB-SEC-IDX)
               END-IF
           END-IF
           IF WS-FB-AFTER-CLASS > ZERO
               ADD 1 TO WS-FB-WEIGHED
           END-IF
           IF WS-FB-AFTER-CLASS = 3
               ADD 1 TO WS-FB-NORMAL
           END-IF.

       FIND-FEEDING-SECTION-ROW.                                     *> Search-or-insert FB-CYS in the section table.
           MOVE "N" TO WS-FB-SEC-FOUND
           MOVE 1 TO WS-FB-SEC-IDX
           PERFORM UNTIL WS-FB-SEC-IDX > WS-FB-SEC-COUNT
                   OR WS-FB-SEC-FOUND = "Y"
               IF WS-FB-SEC-CYS(WS-FB-SEC-IDX) = FB-CYS
                   MOVE "Y" TO WS-FB-SEC-FOUND
               ELSE
                   ADD 1 TO WS-FB-SEC-IDX
               END-IF
           END-PERFORM
           IF WS-FB-SEC-FOUND NOT = "Y"
                   AND WS-FB-SEC-COUNT < 100
               ADD 1 TO WS-FB-SEC-COUNT
               MOVE WS-FB-SEC-COUNT TO WS-FB-SEC-IDX
               MOVE FB-CYS TO WS-FB-SEC-CYS(WS-FB-SEC-IDX)
               MOVE ZERO TO WS-FB-SEC-ENROLLED(WS-FB-SEC-IDX)
               MOVE ZERO TO WS-FB-SEC-WEIGHED(WS-FB-SEC-IDX)
               MOVE ZERO TO WS-FB-SEC-NORMAL(WS-FB-SEC-IDX)
               MOVE "Y" TO WS-FB-SEC-FOUND
           END-IF.

       EMIT-FEEDING-SECTIONS.                                        *> Per-section and overall reached-normal share,
                                                                      *> out of everyone enrolled.
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "BY SECTION  (enrolled / weighed after / reached"
               " normal / % normal)" DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 1 TO WS-FB-SEC-IDX
           PERFORM WS-FB-SEC-COUNT TIMES
               COMPUTE WS-FB-PCT ROUNDED =
                   WS-FB-SEC-NORMAL(WS-FB-SEC-IDX) * 100
                   / WS-FB-SEC-ENROLLED(WS-FB-SEC-IDX)
               MOVE WS-FB-PCT TO WS-FB-PCT-ED
               MOVE SPACES TO WS-RO-LINE
               STRING WS-FB-SEC-CYS(WS-FB-SEC-IDX) " "
                   WS-FB-SEC-ENROLLED(WS-FB-SEC-IDX) " "
                   WS-FB-SEC-WEIGHED(WS-FB-SEC-IDX) " "
                   WS-FB-SEC-NORMAL(WS-FB-SEC-IDX) " "
                   WS-FB-PCT-ED "%"
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               ADD 1 TO WS-FB-SEC-IDX
           END-PERFORM
           MOVE ZERO TO WS-FB-PCT
           IF WS-FB-TOTAL > ZERO
               COMPUTE WS-FB-PCT ROUNDED =
                   WS-FB-NORMAL * 100 / WS-FB-TOTAL
           END-IF
           MOVE WS-FB-PCT TO WS-FB-PCT-ED
           MOVE SPACES TO WS-RO-LINE
           STRING "ALL SECTIONS                   " WS-FB-TOTAL " "
               WS-FB-WEIGHED " " WS-FB-NORMAL " " WS-FB-PCT-ED "%"
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       ADVISER-FEED-REPORT.                                           *> Interactive wrapper for the adviser feed.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      ADVISER ABSENCE-EXCUSE FEED"
           DISPLAY FRA-ME
           MOVE "ADVISERS" TO WS-RO-NAME
           MOVE "ABSENCE-EXCUSE FEED TO SECTION ADVISERS"
               TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           PERFORM ADVISER-FEED-BODY
           PERFORM CLOSE-REPORT-OUTPUT.

       ADVISER-FEED-BODY.                                             *> Everyone the clinic held during class today,
                                                                      *> one page-block per Course/Section, so the
                                                                      *> adviser can excuse the absence without
                                                                      *> telephoning the desk. Runs unattended at end
                                                                      *> of day, like CLOSEOUT.
           PERFORM FORMAT-TODAY-SLASHED
           MOVE ZERO TO WS-AF-COUNT
           PERFORM COLLECT-ADVISER-ENTRIES
           IF WS-AF-COUNT = ZERO
               MOVE "(Nobody was seen at the clinic today.)"
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               PERFORM EMIT-ADVISER-SECTIONS
           END-IF
           MOVE SPACES TO WS-RO-LINE
           STRING "Students listed: " WS-AF-COUNT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM EMIT-REFERRAL-IN-FEEDBACK.

       COLLECT-ADVISER-ENTRIES.                                       *> Today's queue entries joined to the roster and
                                                                      *> to the visit row that holds the time seen.
           OPEN INPUT QUEUE-FILE
           IF WS-QU-FILE-STATUS NOT = "35"
               MOVE WS-TODAY-SLASHED TO QU-QUEUE-DATE
               MOVE ZERO TO QU-QUEUE-NUMBER
               MOVE "N" TO WS-AP-EOF-FLAG
               START QUEUE-FILE
                   KEY IS NOT LESS THAN QU-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AP-EOF-FLAG
               END-START
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF QU-QUEUE-DATE NOT = WS-TODAY-SLASHED
                           MOVE "Y" TO WS-AP-EOF-FLAG
                       ELSE
                           IF WS-AF-COUNT < 200
                               PERFORM ADD-ADVISER-ENTRY
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE QUEUE-FILE.

       ADD-ADVISER-ENTRY.                                             *> One queue row into WS-AF-TABLE, with the
                                                                      *> section and name pulled off the roster.
           ADD 1 TO WS-AF-COUNT
           MOVE WS-AF-COUNT TO WS-AF-IDX
           MOVE QU-STUDENT-NUMBER
               TO WS-AF-ENT-STUDENT(WS-AF-IDX)
           MOVE "(no clinic record)"
               TO WS-AF-ENT-NAME(WS-AF-IDX)
           MOVE "(unknown section)"
               TO WS-AF-ENT-CYS(WS-AF-IDX)
           EVALUATE QU-STATUS
               WHEN "D"
                   MOVE "BACK TO CLASS"  TO WS-AF-ENT-DISP(WS-AF-IDX)
               WHEN "R"
                   MOVE "REFERRED OUT"   TO WS-AF-ENT-DISP(WS-AF-IDX)
               WHEN "N"
                   MOVE "WITH NURSE"     TO WS-AF-ENT-DISP(WS-AF-IDX)
               WHEN OTHER
                   MOVE "STILL WAITING"  TO WS-AF-ENT-DISP(WS-AF-IDX)
           END-EVALUATE
           MOVE "N" TO WS-AF-ENT-EMITTED(WS-AF-IDX)
           MOVE "Y" TO WS-PT-ELIGIBLE
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS NOT = "35"
               MOVE QU-STUDENT-NUMBER TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PATIENT-NAME
                           TO WS-AF-ENT-NAME(WS-AF-IDX)
                       MOVE STUDENT-CYS
                           TO WS-AF-ENT-CYS(WS-AF-IDX)
                       IF PATIENT-CATEGORY = "E"
                               OR PATIENT-CATEGORY = "V"
                           MOVE "N" TO WS-PT-ELIGIBLE                 *> Staff and visitors have no adviser.
                       END-IF
               END-READ
           END-IF
           CLOSE PATIENT-FILE
           IF WS-PT-ELIGIBLE = "N"
               SUBTRACT 1 FROM WS-AF-COUNT                           *> Give the slot back to the next entry.
           END-IF
                                                                      *> The queue's own stamps when they exist;
                                                                      *> the visit row's clock time otherwise.
           IF QU-TIME-IN NOT = SPACES
               MOVE QU-TIME-IN TO WS-AF-ENT-TIME-IN(WS-AF-IDX)
           ELSE
               PERFORM FIND-ADVISER-TIME-IN
               MOVE WS-AF-TIME-IN TO WS-AF-ENT-TIME-IN(WS-AF-IDX)
           END-IF
           IF QU-TIME-DONE NOT = SPACES
               MOVE QU-TIME-DONE TO WS-AF-ENT-TIME-OUT(WS-AF-IDX)
           ELSE
               MOVE "--:--" TO WS-AF-ENT-TIME-OUT(WS-AF-IDX)
           END-IF.

       FIND-ADVISER-TIME-IN.                                          *> Time of today's first visit row for the queue
                                                                      *> entry's student -- the clock time the nurse
                                                                      *> took them, stamped by APPEND-VISIT-HISTORY.
           MOVE "--:--" TO WS-AF-TIME-IN
           OPEN INPUT VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS NOT = "35"
               MOVE QU-STUDENT-NUMBER TO VH-STUDENT-NUMBER
               MOVE WS-TODAY-SLASHED  TO VH-DATE-OF-VISIT
               MOVE LOW-VALUE         TO VH-TIME-OF-VISIT
               START VISIT-HISTORY-FILE
                   KEY IS NOT LESS THAN VH-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ VISIT-HISTORY-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF VH-STUDENT-NUMBER
                                       = QU-STUDENT-NUMBER
                                       AND VH-DATE-OF-VISIT
                                           = WS-TODAY-SLASHED
                                   MOVE VH-TIME-OF-VISIT
                                       TO WS-AF-TIME-IN
                               END-IF
                       END-READ
               END-START
           END-IF
           CLOSE VISIT-HISTORY-FILE.

       EMIT-ADVISER-SECTIONS.                                         *> Walk the table once per distinct section so
                                                                      *> each adviser gets their own block/page.
           MOVE 1 TO WS-AF-GROUP-IDX
           PERFORM WS-AF-COUNT TIMES
               IF WS-AF-ENT-EMITTED(WS-AF-GROUP-IDX) NOT = "Y"
                   MOVE WS-AF-ENT-CYS(WS-AF-GROUP-IDX)
                       TO WS-AF-GROUP-CYS
                   PERFORM EMIT-ONE-ADVISER-SECTION
               END-IF
               ADD 1 TO WS-AF-GROUP-IDX
           END-PERFORM.

       EMIT-ONE-ADVISER-SECTION.                                      *> Header plus every entry in WS-AF-GROUP-CYS.
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "SECTION: " WS-AF-GROUP-CYS
               "  Clinic day " WS-TODAY-SLASHED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "Time  Student ID           Name / Disposition"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 1 TO WS-AF-IDX
           PERFORM WS-AF-COUNT TIMES
               IF WS-AF-ENT-EMITTED(WS-AF-IDX) NOT = "Y"
                       AND WS-AF-ENT-CYS(WS-AF-IDX)
                           = WS-AF-GROUP-CYS
                   MOVE SPACES TO WS-RO-LINE
                   STRING WS-AF-ENT-TIME-IN(WS-AF-IDX) "-"
                       WS-AF-ENT-TIME-OUT(WS-AF-IDX) " "
                       WS-AF-ENT-STUDENT(WS-AF-IDX) " "
                       WS-AF-ENT-NAME(WS-AF-IDX) " "
                       WS-AF-ENT-DISP(WS-AF-IDX)
                       DELIMITED BY SIZE INTO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
                   MOVE "Y" TO WS-AF-ENT-EMITTED(WS-AF-IDX)
               END-IF
               ADD 1 TO WS-AF-IDX
           END-PERFORM
           MOVE "Please excuse the class time covered above."
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       CARE-PLAN-MENU.                                               *> Maintain the chronic-condition care plans.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      CHRONIC-CONDITION CARE PLANS"
           DISPLAY FRA-ME
           DISPLAY "1) Add/update a care plan"
           DISPLAY "2) View a care plan"
           DISPLAY "3) Remove a care plan"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-CP-CHOICE
           EVALUATE WS-CP-CHOICE
               WHEN "1"
                   PERFORM ADD-CARE-PLAN
               WHEN "2"
                   DISPLAY "Student ID: " WITH NO ADVANCING
                   ACCEPT WS-CP-STUDENT
                   PERFORM SHOW-CARE-PLAN
               WHEN "3"
                   PERFORM REMOVE-CARE-PLAN
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-CP-CHOICE NOT = "x" AND WS-CP-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM CARE-PLAN-MENU
           END-IF.

       ADD-CARE-PLAN.                                                *> Create or overwrite one student's care plan.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           MOVE "N" TO WS-DUPLICATE-FOUND
           IF WS-STUDENT-NUMBER NOT = SPACES
               PERFORM CHECK-DUPLICATE-STUDENT
           END-IF
           IF WS-DUPLICATE-FOUND NOT = "Y"
               DISPLAY "No patient record on file for that Student"
               DISPLAY "ID -- add the record first (option a)."
           ELSE
               PERFORM FORMAT-TODAY-SLASHED
               OPEN I-O CARE-PLAN-FILE
               IF WS-CP-FILE-STATUS = "35"                            *> File does not exist yet -- create it.
                   OPEN OUTPUT CARE-PLAN-FILE
               END-IF
               MOVE WS-STUDENT-NUMBER TO CP-STUDENT-NUMBER
               DISPLAY "Condition (asthma, diabetes, ...): "
                   WITH NO ADVANCING
               ACCEPT CP-CONDITION
               DISPLAY "Known triggers: " WITH NO ADVANCING
               ACCEPT CP-TRIGGERS
               DISPLAY "Emergency steps: " WITH NO ADVANCING
               ACCEPT CP-EMERGENCY-STEPS
               DISPLAY "Physician instructions: " WITH NO ADVANCING
               ACCEPT CP-PHYSICIAN-INSTR
               DISPLAY "Permitted self-medication: " WITH NO ADVANCING
               ACCEPT CP-SELF-MEDICATION
               MOVE WS-TODAY-SLASHED TO CP-UPDATED-DATE
               WRITE CARE-PLAN-RECORD
                   INVALID KEY
                       DISPLAY "A care plan is already on file for"
                       DISPLAY "this student -- overwriting it."
                       REWRITE CARE-PLAN-RECORD
               END-WRITE
               CLOSE CARE-PLAN-FILE
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE "CARE PLAN"   TO WS-AUDIT-FIELD-NAME
               MOVE SPACES        TO WS-AUDIT-OLD-VALUE
               MOVE CP-CONDITION  TO WS-AUDIT-NEW-VALUE
               PERFORM APPEND-AUDIT-LOG
               DISPLAY "Care plan saved."
           END-IF.

       SHOW-CARE-PLAN.                                               *> Pop the plan for WS-CP-STUDENT, loudly, when
                                                                      *> one is on file -- silent when there is none.
           OPEN INPUT CARE-PLAN-FILE
           IF WS-CP-FILE-STATUS NOT = "35"
               MOVE WS-CP-STUDENT TO CP-STUDENT-NUMBER
               READ CARE-PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY FRA-ME
                       DISPLAY "** CARE PLAN ON FILE: " CP-CONDITION
                       DISPLAY "** Triggers:   " CP-TRIGGERS
                       DISPLAY "** Emergency:  " CP-EMERGENCY-STEPS
                       DISPLAY "** Physician:  " CP-PHYSICIAN-INSTR
                       DISPLAY "** Self-med:   " CP-SELF-MEDICATION
                       DISPLAY "** Reviewed:   " CP-UPDATED-DATE
                       DISPLAY FRA-ME
               END-READ
           END-IF
           CLOSE CARE-PLAN-FILE.

       REMOVE-CARE-PLAN.                                             *> Retire a plan the physician has withdrawn.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-CP-STUDENT
           OPEN I-O CARE-PLAN-FILE
           IF WS-CP-FILE-STATUS = "35"
               DISPLAY "No care plans on file yet."
               CLOSE CARE-PLAN-FILE
           ELSE
               MOVE WS-CP-STUDENT TO CP-STUDENT-NUMBER
               READ CARE-PLAN-FILE
                   INVALID KEY
                       DISPLAY "No care plan for that student."
                   NOT INVALID KEY
                       DELETE CARE-PLAN-FILE RECORD
                       DISPLAY "Care plan removed."
                       MOVE WS-CP-STUDENT TO STUDENT-NUMBER
                       MOVE "CARE PLAN" TO WS-AUDIT-FIELD-NAME
                       MOVE CP-CONDITION TO WS-AUDIT-OLD-VALUE
                       MOVE "REMOVED"    TO WS-AUDIT-NEW-VALUE
                       PERFORM APPEND-AUDIT-LOG
               END-READ
               CLOSE CARE-PLAN-FILE
           END-IF.

       CONSENT-MENU.                                                 *> The signed-consent registry.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      PARENTAL CONSENT REGISTRY"
           DISPLAY FRA-ME
           DISPLAY "1) File a consent"
           DISPLAY "2) List a student's consents"
           DISPLAY "3) Students without current medication consent"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-CN-CHOICE
           EVALUATE WS-CN-CHOICE
               WHEN "1"
                   PERFORM FILE-CONSENT
               WHEN "2"
                   PERFORM LIST-STUDENT-CONSENTS
               WHEN "3"
                   PERFORM NO-CONSENT-REPORT
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-CN-CHOICE NOT = "x" AND WS-CN-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM CONSENT-MENU
           END-IF.

       FILE-CONSENT.                                                 *> Record one signed consent form.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           MOVE "N" TO WS-DUPLICATE-FOUND
           IF WS-STUDENT-NUMBER NOT = SPACES
               PERFORM CHECK-DUPLICATE-STUDENT
           END-IF
           IF WS-DUPLICATE-FOUND NOT = "Y"
               DISPLAY "No patient record on file for that Student"
               DISPLAY "ID -- add the record first (option a)."
           ELSE
               DISPLAY "Type -- (M)edication, (V)accination,"
               DISPLAY "(G)eneral treatment: " WITH NO ADVANCING
               ACCEPT WS-CN-TYPE
               PERFORM UNTIL WS-CN-TYPE = "M" OR WS-CN-TYPE = "V"
                       OR WS-CN-TYPE = "G"
                   DISPLAY "Please enter M, V or G: "
                       WITH NO ADVANCING
                   ACCEPT WS-CN-TYPE
               END-PERFORM
               PERFORM GET-CURRENT-SCHOOL-YEAR
               OPEN I-O CONSENT-FILE
               IF WS-CN-FILE-STATUS = "35"                            *> File does not exist yet -- create it.
                   OPEN OUTPUT CONSENT-FILE
               END-IF
               MOVE WS-STUDENT-NUMBER TO CN-STUDENT-NUMBER
               MOVE WS-CN-TYPE        TO CN-CONSENT-TYPE
               DISPLAY "Date signed [YYYY/MM/DD]: " WITH NO ADVANCING
               ACCEPT CN-DATE-SIGNED
               DISPLAY "School year covered [" WS-CN-CURRENT-SY
                   ", blank = that]: " WITH NO ADVANCING
               ACCEPT CN-SCHOOL-YEAR
               IF CN-SCHOOL-YEAR = SPACES
                   MOVE WS-CN-CURRENT-SY TO CN-SCHOOL-YEAR
               END-IF
               MOVE WS-CURRENT-USER TO CN-FILED-BY
               WRITE CONSENT-RECORD
                   INVALID KEY
                       DISPLAY "A consent of that type is already"
                       DISPLAY "on file -- overwriting it."
                       REWRITE CONSENT-RECORD
               END-WRITE
               CLOSE CONSENT-FILE
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE "CONSENT FILED" TO WS-AUDIT-FIELD-NAME
               MOVE WS-CN-TYPE      TO WS-AUDIT-OLD-VALUE
               MOVE CN-SCHOOL-YEAR  TO WS-AUDIT-NEW-VALUE
               PERFORM APPEND-AUDIT-LOG
               DISPLAY "Consent filed."
           END-IF.

       LIST-STUDENT-CONSENTS.                                        *> Every consent on file for one student.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           MOVE ZERO TO WS-CN-COUNT
           OPEN INPUT CONSENT-FILE
           IF WS-CN-FILE-STATUS = "35"
               DISPLAY "No consents on file yet."
           ELSE
               MOVE WS-STUDENT-NUMBER TO CN-STUDENT-NUMBER
               MOVE LOW-VALUE         TO CN-CONSENT-TYPE
               MOVE "N" TO WS-AP-EOF-FLAG
               START CONSENT-FILE
                   KEY IS NOT LESS THAN CN-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AP-EOF-FLAG
               END-START
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ CONSENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF CN-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE "Y" TO WS-AP-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-CN-COUNT
                           DISPLAY "  Type " CN-CONSENT-TYPE
                               " signed " CN-DATE-SIGNED
                               " for SY " CN-SCHOOL-YEAR
                               " filed by " CN-FILED-BY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CONSENT-FILE
           DISPLAY "Consents on file: " WS-CN-COUNT.

       NO-CONSENT-REPORT.                                            *> Active students with no medication consent
                                                                      *> covering the current school year -- the list
                                                                      *> to send consent forms home with.
           PERFORM GET-CURRENT-SCHOOL-YEAR
           MOVE "CONSENT" TO WS-RO-NAME
           MOVE "STUDENTS WITHOUT CURRENT MEDICATION CONSENT"
               TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           MOVE ZERO TO WS-CN-COUNT
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               MOVE "No patient records have been added yet."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PATIENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF ARCHIVE-STATUS NOT = "X"
                               AND STUDENT-NUMBER NOT = SPACES
                           PERFORM CHECK-ONE-CONSENT-ROW
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PATIENT-FILE
           MOVE SPACES TO WS-RO-LINE
           STRING "Students without current consent: " WS-CN-COUNT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM CLOSE-REPORT-OUTPUT.

       CHECK-ONE-CONSENT-ROW.                                        *> One roster record against the registry.
           MOVE "N" TO WS-CN-CURRENT-OK
           OPEN INPUT CONSENT-FILE
           IF WS-CN-FILE-STATUS NOT = "35"
               MOVE STUDENT-NUMBER TO CN-STUDENT-NUMBER
               MOVE "M"            TO CN-CONSENT-TYPE
               READ CONSENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CN-SCHOOL-YEAR = WS-CN-CURRENT-SY
                           MOVE "Y" TO WS-CN-CURRENT-OK
                       END-IF
               END-READ
           END-IF
           CLOSE CONSENT-FILE
           IF WS-CN-CURRENT-OK NOT = "Y"
               ADD 1 TO WS-CN-COUNT
               MOVE SPACES TO WS-RO-LINE
               STRING STUDENT-CYS " " STUDENT-NUMBER " "
                   PATIENT-NAME DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       APE-MENU.                                                     *> The school physician's annual examination.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      ANNUAL PHYSICAL EXAMINATION"
           DISPLAY FRA-ME
           DISPLAY "1) Enter an examination"
           DISPLAY "2) View a student's examination"
           DISPLAY "3) Completion report by section"
           DISPLAY "4) Deficiency worklist (feed recalls)"
           DISPLAY "5) Dental chart entry"
           DISPLAY "6) View a student's dental chart"
           DISPLAY "7) Oral health report (DMFT)"
           DISPLAY "8) Parent findings letters (print run)"
           DISPLAY "9) Record a returned reply slip"
           DISPLAY "a) Letters awaiting reply"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-AE-CHOICE
           EVALUATE WS-AE-CHOICE
               WHEN "1"
                   PERFORM ENTER-APE-EXAM
               WHEN "2"
                   PERFORM VIEW-APE-EXAM
               WHEN "3"
                   PERFORM APE-COMPLETION-REPORT
               WHEN "4"
                   PERFORM APE-DEFICIENCY-WORKLIST
               WHEN "5"
                   PERFORM ENTER-DENTAL-CHART
               WHEN "6"
                   PERFORM VIEW-DENTAL-CHART
               WHEN "7"
                   PERFORM ORAL-HEALTH-REPORT
               WHEN "8"
                   PERFORM PARENT-LETTER-RUN
               WHEN "9"
                   PERFORM RECORD-LETTER-REPLY
               WHEN "a"
               WHEN "A"
                   PERFORM LETTERS-AWAITING-REPLY
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-AE-CHOICE NOT = "x" AND WS-AE-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM APE-MENU
           END-IF.

       ENTER-APE-EXAM.                                               *> The exam-day entry screen, one area at a time.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           MOVE "N" TO WS-DUPLICATE-FOUND
           IF WS-STUDENT-NUMBER NOT = SPACES
               PERFORM CHECK-DUPLICATE-STUDENT
           END-IF
           IF WS-DUPLICATE-FOUND NOT = "Y"
               DISPLAY "No patient record on file for that Student"
               DISPLAY "ID -- add the record first (option a)."
           ELSE
               PERFORM GET-CURRENT-SCHOOL-YEAR
               PERFORM FORMAT-TODAY-SLASHED
               OPEN I-O APE-FILE
               IF WS-AE-FILE-STATUS = "35"                            *> File does not exist yet -- create it.
                   OPEN OUTPUT APE-FILE
               END-IF
               MOVE WS-STUDENT-NUMBER TO AE-STUDENT-NUMBER
               MOVE WS-CN-CURRENT-SY  TO AE-SCHOOL-YEAR
               MOVE WS-TODAY-SLASHED  TO AE-EXAM-DATE
               DISPLAY "Examining physician: " WITH NO ADVANCING
               ACCEPT AE-EXAMINER
               MOVE "Vision" TO WS-AE-AREA-NAME
               PERFORM GET-APE-AREA
               MOVE WS-MS-CONFIRM      TO AE-VISION-RESULT
               MOVE WS-AE-AREA-FINDING TO AE-VISION-FINDING
               MOVE "Hearing" TO WS-AE-AREA-NAME
               PERFORM GET-APE-AREA
               MOVE WS-MS-CONFIRM      TO AE-HEARING-RESULT
               MOVE WS-AE-AREA-FINDING TO AE-HEARING-FINDING
               MOVE "Dental" TO WS-AE-AREA-NAME
               PERFORM GET-APE-AREA
               MOVE WS-MS-CONFIRM      TO AE-DENTAL-RESULT
               MOVE WS-AE-AREA-FINDING TO AE-DENTAL-FINDING
               MOVE "Scoliosis" TO WS-AE-AREA-NAME
               PERFORM GET-APE-AREA
               MOVE WS-MS-CONFIRM      TO AE-SCOLIOSIS-RESULT
               MOVE WS-AE-AREA-FINDING TO AE-SCOLIOSIS-FINDING
               MOVE "Heart/Lungs" TO WS-AE-AREA-NAME
               PERFORM GET-APE-AREA
               MOVE WS-MS-CONFIRM      TO AE-HEARTLUNG-RESULT
               MOVE WS-AE-AREA-FINDING TO AE-HEARTLUNG-FINDING
               MOVE "N" TO AE-REFERRED
               WRITE APE-RECORD
                   INVALID KEY
                       DISPLAY "An examination for this school year"
                       DISPLAY "is already on file -- overwriting."
                       REWRITE APE-RECORD
               END-WRITE
               CLOSE APE-FILE
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE "APE EXAM"       TO WS-AUDIT-FIELD-NAME
               MOVE SPACES           TO WS-AUDIT-OLD-VALUE
               MOVE WS-CN-CURRENT-SY TO WS-AUDIT-NEW-VALUE
               PERFORM APPEND-AUDIT-LOG
               DISPLAY "Examination saved for SY " WS-CN-CURRENT-SY
                   "."
           END-IF.

       GET-APE-AREA.                                                 *> Result and finding for the area named in
                                                                      *> WS-AE-AREA-NAME -- result into WS-MS-CONFIRM,
                                                                      *> finding into WS-AE-AREA-FINDING.
           DISPLAY WS-AE-AREA-NAME " -- (P)assed or (F)ailed: "
               WITH NO ADVANCING
           ACCEPT WS-MS-CONFIRM
           PERFORM UNTIL WS-MS-CONFIRM = "P" OR WS-MS-CONFIRM = "F"
               DISPLAY "Please enter P or F: " WITH NO ADVANCING
               ACCEPT WS-MS-CONFIRM
           END-PERFORM
           DISPLAY WS-AE-AREA-NAME " findings: " WITH NO ADVANCING
           ACCEPT WS-AE-AREA-FINDING.

       VIEW-APE-EXAM.                                                *> One student's exam for the current school year.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM GET-CURRENT-SCHOOL-YEAR
           OPEN INPUT APE-FILE
           IF WS-AE-FILE-STATUS = "35"
               DISPLAY "No examinations on file yet."
           ELSE
               MOVE WS-STUDENT-NUMBER TO AE-STUDENT-NUMBER
               MOVE WS-CN-CURRENT-SY  TO AE-SCHOOL-YEAR
               READ APE-FILE
                   INVALID KEY
                       DISPLAY "Not yet examined this school year."
                   NOT INVALID KEY
                       DISPLAY "Examined " AE-EXAM-DATE " by "
                           AE-EXAMINER
                       DISPLAY "Vision:      " AE-VISION-RESULT " "
                           AE-VISION-FINDING
                       DISPLAY "Hearing:     " AE-HEARING-RESULT " "
                           AE-HEARING-FINDING
                       DISPLAY "Dental:      " AE-DENTAL-RESULT " "
                           AE-DENTAL-FINDING
                       DISPLAY "Scoliosis:   " AE-SCOLIOSIS-RESULT " "
                           AE-SCOLIOSIS-FINDING
                       DISPLAY "Heart/Lungs: " AE-HEARTLUNG-RESULT " "
                           AE-HEARTLUNG-FINDING
                       DISPLAY "Deficiencies referred: " AE-REFERRED
               END-READ
           END-IF
           CLOSE APE-FILE.

       APE-COMPLETION-REPORT.                                        *> Examined vs pending per Course/Section, so the
                                                                      *> sections not yet seen can be chased.
           PERFORM GET-CURRENT-SCHOOL-YEAR
           PERFORM ASK-INCLUDE-NON-STUDENTS
           MOVE "APEDONE" TO WS-RO-NAME
           MOVE "ANNUAL PHYSICAL EXAM COMPLETION BY SECTION"
               TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           MOVE ZERO TO WS-AE-SEC-COUNT
           MOVE ZERO TO WS-AE-EXAMINED
           MOVE ZERO TO WS-AE-PENDING
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               MOVE "No patient records have been added yet."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PATIENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       PERFORM CHECK-SECTION-ELIGIBLE
                       IF ARCHIVE-STATUS NOT = "X"
                               AND STUDENT-NUMBER NOT = SPACES
                               AND WS-PT-ELIGIBLE = "Y"
                           PERFORM TALLY-APE-COMPLETION
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PATIENT-FILE
           MOVE "Section: examined / pending" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 1 TO WS-AE-SEC-IDX
           PERFORM WS-AE-SEC-COUNT TIMES
               MOVE SPACES TO WS-RO-LINE
               STRING WS-AE-SEC-CYS(WS-AE-SEC-IDX) " "
                   WS-AE-SEC-DONE(WS-AE-SEC-IDX) " / "
                   WS-AE-SEC-PENDING(WS-AE-SEC-IDX)
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               ADD 1 TO WS-AE-SEC-IDX
           END-PERFORM
           MOVE SPACES TO WS-RO-LINE
           STRING "Totals -- examined: " WS-AE-EXAMINED
               "  pending: " WS-AE-PENDING
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM CLOSE-REPORT-OUTPUT.

       TALLY-APE-COMPLETION.                                         *> Does this record have an exam row for the
                                                                      *> current school year? Pending rows are listed
                                                                      *> by name for the chasing list.
           MOVE "N" TO WS-AE-FOUND
           OPEN INPUT APE-FILE
           IF WS-AE-FILE-STATUS NOT = "35"
               MOVE STUDENT-NUMBER   TO AE-STUDENT-NUMBER
               MOVE WS-CN-CURRENT-SY TO AE-SCHOOL-YEAR
               READ APE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-AE-FOUND
               END-READ
           END-IF
           CLOSE APE-FILE
           PERFORM FIND-APE-SECTION-ROW
           IF WS-AE-FOUND = "Y"
               ADD 1 TO WS-AE-EXAMINED
               ADD 1 TO WS-AE-SEC-DONE(WS-AE-SEC-IDX)
           ELSE
               ADD 1 TO WS-AE-PENDING
               ADD 1 TO WS-AE-SEC-PENDING(WS-AE-SEC-IDX)
               MOVE SPACES TO WS-RO-LINE
               STRING "NOT EXAMINED " STUDENT-CYS " "
                   STUDENT-NUMBER " " PATIENT-NAME
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       FIND-APE-SECTION-ROW.                                         *> Search-or-insert the record's section row.
           MOVE "N" TO WS-AE-SEC-FOUND
           MOVE 1 TO WS-AE-SEC-IDX
           PERFORM UNTIL WS-AE-SEC-IDX > WS-AE-SEC-COUNT
                   OR WS-AE-SEC-FOUND = "Y"
               IF WS-AE-SEC-CYS(WS-AE-SEC-IDX) = STUDENT-CYS
                   MOVE "Y" TO WS-AE-SEC-FOUND
               ELSE
                   ADD 1 TO WS-AE-SEC-IDX
               END-IF
           END-PERFORM
           IF WS-AE-SEC-FOUND NOT = "Y"
                   AND WS-AE-SEC-COUNT < 100
               ADD 1 TO WS-AE-SEC-COUNT
               MOVE WS-AE-SEC-COUNT TO WS-AE-SEC-IDX
               MOVE STUDENT-CYS TO WS-AE-SEC-CYS(WS-AE-SEC-IDX)
               MOVE ZERO TO WS-AE-SEC-DONE(WS-AE-SEC-IDX)
               MOVE ZERO TO WS-AE-SEC-PENDING(WS-AE-SEC-IDX)
           END-IF.

       APE-DEFICIENCY-WORKLIST.                                      *> Failed screening areas not yet referred, with
                                                                      *> the option to drop each one straight into
                                                                      *> the RECALL-FILE follow-up worklist.
           PERFORM GET-CURRENT-SCHOOL-YEAR
           PERFORM FORMAT-TODAY-SLASHED
           MOVE ZERO TO WS-AE-DEFICIENT
           DISPLAY FRA-ME
           DISPLAY "DEFICIENCIES, SY " WS-CN-CURRENT-SY
           DISPLAY FRA-ME
           OPEN I-O APE-FILE
           IF WS-AE-FILE-STATUS = "35"
               DISPLAY "No examinations on file yet."
               CLOSE APE-FILE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ APE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF AE-SCHOOL-YEAR = WS-CN-CURRENT-SY
                               AND AE-REFERRED NOT = "Y"
                           PERFORM CHECK-APE-DEFICIENCIES
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE APE-FILE
           END-IF
           DISPLAY FRA-ME
           DISPLAY "Students with open deficiencies: "
               WS-AE-DEFICIENT.

       CHECK-APE-DEFICIENCIES.                                       *> One exam's failed areas; offer the recall.
           IF AE-VISION-RESULT = "F" OR AE-HEARING-RESULT = "F"
                   OR AE-DENTAL-RESULT = "F"
                   OR AE-SCOLIOSIS-RESULT = "F"
                   OR AE-HEARTLUNG-RESULT = "F"
               ADD 1 TO WS-AE-DEFICIENT
               DISPLAY AE-STUDENT-NUMBER ":"
               IF AE-VISION-RESULT = "F"
                   DISPLAY "   failed Vision: " AE-VISION-FINDING
               END-IF
               IF AE-HEARING-RESULT = "F"
                   DISPLAY "   failed Hearing: " AE-HEARING-FINDING
               END-IF
               IF AE-DENTAL-RESULT = "F"
                   DISPLAY "   failed Dental: " AE-DENTAL-FINDING
               END-IF
               IF AE-SCOLIOSIS-RESULT = "F"
                   DISPLAY "   failed Scoliosis: "
                       AE-SCOLIOSIS-FINDING
               END-IF
               IF AE-HEARTLUNG-RESULT = "F"
                   DISPLAY "   failed Heart/Lungs: "
                       AE-HEARTLUNG-FINDING
               END-IF
               DISPLAY "   Schedule a follow-up recall and mark"
               DISPLAY "   referred? [Y/N]: " WITH NO ADVANCING
               ACCEPT WS-AE-RECALL-WANTED
               IF WS-AE-RECALL-WANTED = "Y"
                       OR WS-AE-RECALL-WANTED = "y"
                   PERFORM WRITE-APE-RECALL
                   MOVE "Y" TO AE-REFERRED
                   REWRITE APE-RECORD
               END-IF
           END-IF.

       WRITE-APE-RECALL.                                             *> One RECALL-FILE row for the deficiency --
                                                                      *> the existing worklist picks it up from there.
           DISPLAY "   Recall due date [YYYY/MM/DD]: "
               WITH NO ADVANCING
           ACCEPT WS-RC-DUE-DATE
           OPEN I-O RECALL-FILE
           IF WS-RC-FILE-STATUS = "35"                                *> File does not exist yet -- create it.
               OPEN OUTPUT RECALL-FILE
           END-IF
           MOVE AE-STUDENT-NUMBER TO RC-STUDENT-NUMBER
           MOVE WS-RC-DUE-DATE    TO RC-DUE-DATE
           MOVE "APE deficiency follow-up" TO RC-REASON
           MOVE "O"    TO RC-STATUS
           MOVE SPACES TO RC-OUTCOME
           MOVE SPACES TO RC-DONE-DATE
           WRITE RECALL-RECORD
               INVALID KEY
                   REWRITE RECALL-RECORD
           END-WRITE
           CLOSE RECALL-FILE
           DISPLAY "   Recall scheduled.".

       ENTER-DENTAL-CHART.                                           *> The visiting dentist's chart, quadrant by
                                                                      *> quadrant, then any treatment done that day.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           MOVE "N" TO WS-DUPLICATE-FOUND
           IF WS-STUDENT-NUMBER NOT = SPACES
               PERFORM CHECK-DUPLICATE-STUDENT
           END-IF
           IF WS-DUPLICATE-FOUND NOT = "Y"
               DISPLAY "No patient record on file for that Student"
               DISPLAY "ID -- add the record first (option a)."
           ELSE
               PERFORM GET-CURRENT-SCHOOL-YEAR
               PERFORM FORMAT-TODAY-SLASHED
               OPEN I-O DENTAL-FILE
               IF WS-DT-FILE-STATUS = "35"                            *> File does not exist yet -- create it.
                   OPEN OUTPUT DENTAL-FILE
               END-IF
               MOVE SPACES TO DENTAL-RECORD
               MOVE WS-STUDENT-NUMBER TO DT-STUDENT-NUMBER
               MOVE WS-CN-CURRENT-SY  TO DT-SCHOOL-YEAR
               MOVE WS-TODAY-SLASHED  TO DT-EXAM-DATE
               DISPLAY "Charting dentist: " WITH NO ADVANCING
               ACCEPT DT-DENTIST
               DISPLAY "Tooth status -- one code per tooth, in order:"
               DISPLAY "  S sound, D decayed, M missing, F filled,"
               DISPLAY "  . not present (unerupted or exfoliated)."
               MOVE 8 TO WS-DT-QUAD-LEN
               MOVE 1 TO WS-DT-QUAD-NO
               PERFORM UNTIL WS-DT-QUAD-NO > 4
                   PERFORM GET-DENTAL-QUADRANT
                   COMPUTE WS-DT-POS = (WS-DT-QUAD-NO - 1) * 8 + 1
                   MOVE WS-DT-QUAD(1:8)
                       TO DT-PERM-STATUS(WS-DT-POS:8)
                   ADD 1 TO WS-DT-QUAD-NO
               END-PERFORM
               MOVE 5 TO WS-DT-QUAD-LEN
               MOVE 5 TO WS-DT-QUAD-NO
               PERFORM UNTIL WS-DT-QUAD-NO > 8
                   PERFORM GET-DENTAL-QUADRANT
                   COMPUTE WS-DT-POS = (WS-DT-QUAD-NO - 5) * 5 + 1
                   MOVE WS-DT-QUAD(1:5)
                       TO DT-PRIM-STATUS(WS-DT-POS:5)
                   ADD 1 TO WS-DT-QUAD-NO
               END-PERFORM
               DISPLAY "Treatment done -- tooth and code, e.g. 36 F:"
               DISPLAY "  E extraction, F filling, L fluoride,"
               DISPLAY "  S sealant. Enter on its own to finish."
               MOVE "Y" TO WS-DT-TREAT-MORE
               PERFORM UNTIL WS-DT-TREAT-MORE NOT = "Y"
                   PERFORM GET-DENTAL-TREATMENT
               END-PERFORM
               PERFORM COMPUTE-DMFT
               MOVE "N" TO DT-RECALL-SET
               MOVE WS-CURRENT-USER TO DT-RECORDED-BY
               WRITE DENTAL-RECORD
                   INVALID KEY
                       DISPLAY "A dental chart for this school year"
                       DISPLAY "is already on file -- overwriting."
                       REWRITE DENTAL-RECORD
               END-WRITE
               CLOSE DENTAL-FILE
               DISPLAY "DMFT " DT-DMFT " (D" DT-PERM-D " M" DT-PERM-M
                   " F" DT-PERM-F ")  dmft " DT-DMFT-PRIM
                   " (d" DT-PRIM-D " m" DT-PRIM-M " f" DT-PRIM-F ")"
               IF DT-NEEDS-TREATMENT = "Y"
                   DISPLAY "Decayed teeth left untreated -- this"
                   DISPLAY "student is on the treatment list."
               END-IF
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE "DENTAL CHART" TO WS-AUDIT-FIELD-NAME
               MOVE WS-CN-CURRENT-SY TO WS-AUDIT-OLD-VALUE
               MOVE SPACES TO WS-AUDIT-NEW-VALUE
               STRING "DMFT=" DT-DMFT " dmft=" DT-DMFT-PRIM
                   DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
               PERFORM APPEND-AUDIT-LOG
           END-IF.

       GET-DENTAL-QUADRANT.                                          *> One quadrant's codes into WS-DT-QUAD, checked
                                                                      *> and upper-cased; "." and blank both mean the
                                                                      *> tooth is not there.
           MOVE "N" TO WS-DT-QUAD-OK
           PERFORM UNTIL WS-DT-QUAD-OK = "Y"
               MOVE SPACES TO WS-DT-QUAD
               DISPLAY "  Teeth " WS-DT-QUAD-NO "1-" WS-DT-QUAD-NO
                   WS-DT-QUAD-LEN " (" WS-DT-QUAD-LEN " codes): "
                   WITH NO ADVANCING
               ACCEPT WS-DT-QUAD
               INSPECT WS-DT-QUAD CONVERTING "sdmf." TO "SDMF "
               MOVE "Y" TO WS-DT-QUAD-OK
               MOVE 1 TO WS-DT-IDX
               PERFORM UNTIL WS-DT-IDX > 8
                   IF WS-DT-IDX > WS-DT-QUAD-LEN
                       MOVE SPACE TO WS-DT-QUAD(WS-DT-IDX:1)
                   ELSE
                       IF WS-DT-QUAD(WS-DT-IDX:1) NOT = "S"
                               AND WS-DT-QUAD(WS-DT-IDX:1) NOT = "D"
                               AND WS-DT-QUAD(WS-DT-IDX:1) NOT = "M"
                               AND WS-DT-QUAD(WS-DT-IDX:1) NOT = "F"
                               AND WS-DT-QUAD(WS-DT-IDX:1) NOT = SPACE
                           MOVE "N" TO WS-DT-QUAD-OK
                       END-IF
                   END-IF
                   ADD 1 TO WS-DT-IDX
               END-PERFORM
               IF WS-DT-QUAD-OK NOT = "Y"
                   DISPLAY "  Use only S, D, M, F or . -- re-enter."
               END-IF
           END-PERFORM.

       GET-DENTAL-TREATMENT.                                         *> One "tooth code" entry onto the treatment map.
           MOVE SPACES TO WS-DT-TREAT-ENTRY
           MOVE SPACES TO WS-DT-TOOTH
           MOVE SPACES TO WS-DT-TREAT-CODE
           DISPLAY "  Tooth and treatment: " WITH NO ADVANCING
           ACCEPT WS-DT-TREAT-ENTRY
           IF WS-DT-TREAT-ENTRY = SPACES
               MOVE "N" TO WS-DT-TREAT-MORE
           ELSE
               UNSTRING WS-DT-TREAT-ENTRY DELIMITED BY ALL SPACE
                   INTO WS-DT-TOOTH WS-DT-TREAT-CODE
               INSPECT WS-DT-TREAT-CODE CONVERTING "efls"
                   TO "EFLS"
               PERFORM FIND-DENTAL-TOOTH
               IF WS-DT-POS = ZERO
                   DISPLAY "  No such tooth -- use the FDI number."
               ELSE
                   IF WS-DT-TREAT-CODE NOT = "E"
                           AND WS-DT-TREAT-CODE NOT = "F"
                           AND WS-DT-TREAT-CODE NOT = "L"
                           AND WS-DT-TREAT-CODE NOT = "S"
                       DISPLAY "  Treatment must be E, F, L or S."
                   ELSE
                       IF WS-DT-TOOTH(1:1) < "5"
                           MOVE WS-DT-TREAT-CODE
                               TO DT-PERM-TREAT(WS-DT-POS:1)
                       ELSE
                           MOVE WS-DT-TREAT-CODE
                               TO DT-PRIM-TREAT(WS-DT-POS:1)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-DENTAL-TOOTH.                                            *> FDI tooth number in WS-DT-TOOTH -> its place
                                                                      *> on the permanent or primary map; zero when
                                                                      *> there is no such tooth.
           MOVE ZERO TO WS-DT-POS
           IF WS-DT-TOOTH IS NUMERIC
               MOVE WS-DT-TOOTH(1:1) TO WS-DT-QUAD-NO
               MOVE WS-DT-TOOTH(2:1) TO WS-DT-IDX
               IF WS-DT-QUAD-NO >= 1 AND WS-DT-QUAD-NO <= 4
                       AND WS-DT-IDX >= 1 AND WS-DT-IDX <= 8
                   COMPUTE WS-DT-POS =
                       (WS-DT-QUAD-NO - 1) * 8 + WS-DT-IDX
               END-IF
               IF WS-DT-QUAD-NO >= 5 AND WS-DT-QUAD-NO <= 8
                       AND WS-DT-IDX >= 1 AND WS-DT-IDX <= 5
                   COMPUTE WS-DT-POS =
                       (WS-DT-QUAD-NO - 5) * 5 + WS-DT-IDX
               END-IF
           END-IF.

       COMPUTE-DMFT.                                                 *> Count D, M and F on both maps. A decayed
                                                                      *> tooth with no extraction or filling done
                                                                      *> puts the student on the treatment list.
           MOVE ZERO TO DT-PERM-D
           MOVE ZERO TO DT-PERM-M
           MOVE ZERO TO DT-PERM-F
           MOVE ZERO TO DT-PRIM-D
           MOVE ZERO TO DT-PRIM-M
           MOVE ZERO TO DT-PRIM-F
           MOVE "N"  TO DT-NEEDS-TREATMENT
           INSPECT DT-PERM-STATUS TALLYING DT-PERM-D FOR ALL "D"
           INSPECT DT-PERM-STATUS TALLYING DT-PERM-M FOR ALL "M"
           INSPECT DT-PERM-STATUS TALLYING DT-PERM-F FOR ALL "F"
           INSPECT DT-PRIM-STATUS TALLYING DT-PRIM-D FOR ALL "D"
           INSPECT DT-PRIM-STATUS TALLYING DT-PRIM-M FOR ALL "M"
           INSPECT DT-PRIM-STATUS TALLYING DT-PRIM-F FOR ALL "F"
           COMPUTE DT-DMFT = DT-PERM-D + DT-PERM-M + DT-PERM-F
           COMPUTE DT-DMFT-PRIM = DT-PRIM-D + DT-PRIM-M + DT-PRIM-F
           MOVE 1 TO WS-DT-IDX
           PERFORM UNTIL WS-DT-IDX > 32
               IF DT-PERM-STATUS(WS-DT-IDX:1) = "D"
                       AND DT-PERM-TREAT(WS-DT-IDX:1) NOT = "E"
                       AND DT-PERM-TREAT(WS-DT-IDX:1) NOT = "F"
                   MOVE "Y" TO DT-NEEDS-TREATMENT
               END-IF
               IF WS-DT-IDX <= 20
                   IF DT-PRIM-STATUS(WS-DT-IDX:1) = "D"
                           AND DT-PRIM-TREAT(WS-DT-IDX:1) NOT = "E"
                           AND DT-PRIM-TREAT(WS-DT-IDX:1) NOT = "F"
                       MOVE "Y" TO DT-NEEDS-TREATMENT
                   END-IF
               END-IF
               ADD 1 TO WS-DT-IDX
           END-PERFORM.

       VIEW-DENTAL-CHART.                                            *> One student's chart for a school year.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM GET-CURRENT-SCHOOL-YEAR
           DISPLAY "School year [" WS-CN-CURRENT-SY
               ", blank = that]: " WITH NO ADVANCING
           ACCEPT WS-DT-SY
           IF WS-DT-SY = SPACES
               MOVE WS-CN-CURRENT-SY TO WS-DT-SY
           END-IF
           MOVE WS-STUDENT-NUMBER TO WS-AX-STUDENT
           MOVE "DENTAL CHART"    TO WS-AX-SCREEN
           PERFORM LOG-RECORD-VIEW
           OPEN INPUT DENTAL-FILE
           IF WS-DT-FILE-STATUS = "35"
               DISPLAY "No dental charts on file yet."
           ELSE
               MOVE WS-STUDENT-NUMBER TO DT-STUDENT-NUMBER
               MOVE WS-DT-SY          TO DT-SCHOOL-YEAR
               READ DENTAL-FILE
                   INVALID KEY
                       DISPLAY "No dental chart for that school year."
                   NOT INVALID KEY
                       DISPLAY FRA-ME
                       DISPLAY "Charted " DT-EXAM-DATE " by "
                           DT-DENTIST
                       DISPLAY "Status     (S sound D decayed"
                           " M missing F filled)"
                       DISPLAY "  11-18 " DT-PERM-STATUS(1:8)
                           "   21-28 " DT-PERM-STATUS(9:8)
                       DISPLAY "  41-48 " DT-PERM-STATUS(25:8)
                           "   31-38 " DT-PERM-STATUS(17:8)
                       DISPLAY "  51-55 " DT-PRIM-STATUS(1:5)
                           "      61-65 " DT-PRIM-STATUS(6:5)
                       DISPLAY "  81-85 " DT-PRIM-STATUS(16:5)
                           "      71-75 " DT-PRIM-STATUS(11:5)
                       DISPLAY "Treatment  (E extraction F filling"
                           " L fluoride S sealant)"
                       DISPLAY "  11-18 " DT-PERM-TREAT(1:8)
                           "   21-28 " DT-PERM-TREAT(9:8)
                       DISPLAY "  41-48 " DT-PERM-TREAT(25:8)
                           "   31-38 " DT-PERM-TREAT(17:8)
                       DISPLAY "  51-55 " DT-PRIM-TREAT(1:5)
                           "      61-65 " DT-PRIM-TREAT(6:5)
                       DISPLAY "  81-85 " DT-PRIM-TREAT(16:5)
                           "      71-75 " DT-PRIM-TREAT(11:5)
                       DISPLAY "DMFT " DT-DMFT "  dmft " DT-DMFT-PRIM
                           "  needs treatment: " DT-NEEDS-TREATMENT
                           "  recall set: " DT-RECALL-SET
               END-READ
           END-IF
           CLOSE DENTAL-FILE.

       ORAL-HEALTH-REPORT.                                           *> The Oral Health Program's yearly figures:
                                                                      *> average DMFT/dmft and caries-free share by
                                                                      *> Course/Section and by grade level, and the
                                                                      *> students still needing treatment -- fed to
                                                                      *> RECALL-FILE on request.
           PERFORM GET-CURRENT-SCHOOL-YEAR
           DISPLAY "School year [" WS-CN-CURRENT-SY
               ", blank = that]: " WITH NO ADVANCING
           ACCEPT WS-DT-SY
           IF WS-DT-SY = SPACES
               MOVE WS-CN-CURRENT-SY TO WS-DT-SY
           END-IF
           PERFORM ASK-INCLUDE-NON-STUDENTS
           DISPLAY "Schedule recalls for students needing"
           DISPLAY "treatment? [Y/N]: " WITH NO ADVANCING
           ACCEPT WS-DT-RECALL-WANTED
           IF WS-DT-RECALL-WANTED = "y"
               MOVE "Y" TO WS-DT-RECALL-WANTED
           END-IF
           IF WS-DT-RECALL-WANTED = "Y"
               DISPLAY "Recall due date [YYYY/MM/DD]: "
                   WITH NO ADVANCING
               ACCEPT WS-RC-DUE-DATE
           END-IF
           MOVE "ORALHLTH" TO WS-RO-NAME
           MOVE "ORAL HEALTH REPORT (DMFT)" TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           MOVE ZERO TO WS-DT-CHARTED
           MOVE ZERO TO WS-DT-NEEDING
           MOVE ZERO TO WS-DT-RECALLS
           MOVE ZERO TO WS-DT-GROUP-COUNT
           MOVE SPACES TO WS-RO-LINE
           STRING "School year " WS-DT-SY DELIMITED BY SIZE
               INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "STUDENTS NEEDING TREATMENT:" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           OPEN I-O DENTAL-FILE
           IF WS-DT-FILE-STATUS = "35"
               MOVE "No dental charts on file yet." TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ DENTAL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF DT-SCHOOL-YEAR = WS-DT-SY
                           PERFORM TALLY-ONE-DENTAL-CHART
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE DENTAL-FILE
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "BY COURSE/SECTION      charted  avg DMFT  avg dmft"
               "  caries-free %" DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "S" TO WS-DT-GROUP-KIND
           PERFORM EMIT-DENTAL-GROUPS
           MOVE "BY GRADE LEVEL" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "G" TO WS-DT-GROUP-KIND
           PERFORM EMIT-DENTAL-GROUPS
           MOVE SPACES TO WS-RO-LINE
           STRING "Students charted: " WS-DT-CHARTED
               "  needing treatment: " WS-DT-NEEDING
               "  recalls scheduled: " WS-DT-RECALLS
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM CLOSE-REPORT-OUTPUT.

       TALLY-ONE-DENTAL-CHART.                                       *> One chart into its section and grade rows,
                                                                      *> listed and recalled when treatment is due.
           MOVE "(no clinic record)" TO WS-DT-NAME
           MOVE "(no section)"       TO WS-DT-CYS
           MOVE SPACE TO PATIENT-CATEGORY
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS NOT = "35"
               MOVE DT-STUDENT-NUMBER TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       MOVE SPACE TO PATIENT-CATEGORY
                   NOT INVALID KEY
                       MOVE PATIENT-NAME TO WS-DT-NAME
                       IF STUDENT-CYS NOT = SPACES
                           MOVE STUDENT-CYS TO WS-DT-CYS
                       END-IF
               END-READ
           END-IF
           CLOSE PATIENT-FILE
           PERFORM CHECK-SECTION-ELIGIBLE
           IF WS-PT-ELIGIBLE = "Y"
               ADD 1 TO WS-DT-CHARTED
               PERFORM GET-GRADE-LEVEL
               MOVE SPACES TO WS-DT-GROUP-KEY
               STRING "S" WS-DT-CYS DELIMITED BY SIZE
                   INTO WS-DT-GROUP-KEY
               PERFORM TALLY-DENTAL-GROUP
               MOVE SPACES TO WS-DT-GROUP-KEY
               STRING "G" WS-DT-GRADE DELIMITED BY SIZE
                   INTO WS-DT-GROUP-KEY
               PERFORM TALLY-DENTAL-GROUP
               IF DT-NEEDS-TREATMENT = "Y"
                   ADD 1 TO WS-DT-NEEDING
                   MOVE SPACES TO WS-RO-LINE
                   STRING WS-DT-CYS " " DT-STUDENT-NUMBER " "
                       WS-DT-NAME " D=" DT-PERM-D " d=" DT-PRIM-D
                       " recall=" DT-RECALL-SET
                       DELIMITED BY SIZE INTO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
                   IF WS-DT-RECALL-WANTED = "Y"
                           AND DT-RECALL-SET NOT = "Y"
                       PERFORM WRITE-DENTAL-RECALL
                       MOVE "Y" TO DT-RECALL-SET
                       REWRITE DENTAL-RECORD
                       ADD 1 TO WS-DT-RECALLS
                   END-IF
               END-IF
           END-IF.

       GET-GRADE-LEVEL.                                              *> Grade level is the first number in the
                                                                      *> Course/Section ("G7-Rizal" -> 7, "BSN 2-A"
                                                                      *> -> 2, "Grade 10 Sampaguita" -> 10).
           MOVE "(none)" TO WS-DT-GRADE
           MOVE ZERO TO WS-DT-POS
           MOVE 1 TO WS-DT-IDX
           PERFORM UNTIL WS-DT-IDX > 30 OR WS-DT-POS > ZERO
               IF WS-DT-CYS(WS-DT-IDX:1) IS NUMERIC
                   MOVE WS-DT-IDX TO WS-DT-POS
               ELSE
                   ADD 1 TO WS-DT-IDX
               END-IF
           END-PERFORM
           IF WS-DT-POS > ZERO
               MOVE SPACES TO WS-DT-GRADE
               MOVE WS-DT-CYS(WS-DT-POS:1) TO WS-DT-GRADE(1:1)
               IF WS-DT-POS < 30
                   IF WS-DT-CYS(WS-DT-POS + 1:1) IS NUMERIC
                       MOVE WS-DT-CYS(WS-DT-POS + 1:1)
                           TO WS-DT-GRADE(2:1)
                   END-IF
               END-IF
           END-IF.

       TALLY-DENTAL-GROUP.                                           *> Search-or-insert WS-DT-GROUP-KEY and add the
                                                                      *> chart in hand to it.
           MOVE "N" TO WS-DT-GROUP-FOUND
           MOVE 1 TO WS-DT-GROUP-IDX
           PERFORM UNTIL WS-DT-GROUP-IDX > WS-DT-GROUP-COUNT
                   OR WS-DT-GROUP-FOUND = "Y"
               IF WS-DT-GRP-KEY(WS-DT-GROUP-IDX) = WS-DT-GROUP-KEY
                   MOVE "Y" TO WS-DT-GROUP-FOUND
               ELSE
                   ADD 1 TO WS-DT-GROUP-IDX
               END-IF
           END-PERFORM
           IF WS-DT-GROUP-FOUND NOT = "Y"
                   AND WS-DT-GROUP-COUNT < 130
               ADD 1 TO WS-DT-GROUP-COUNT
               MOVE WS-DT-GROUP-COUNT TO WS-DT-GROUP-IDX
               MOVE WS-DT-GROUP-KEY TO WS-DT-GRP-KEY(WS-DT-GROUP-IDX)
               MOVE ZERO TO WS-DT-GRP-CHARTED(WS-DT-GROUP-IDX)
               MOVE ZERO TO WS-DT-GRP-DMFT(WS-DT-GROUP-IDX)
               MOVE ZERO TO WS-DT-GRP-DMFT-PRIM(WS-DT-GROUP-IDX)
               MOVE ZERO TO WS-DT-GRP-FREE(WS-DT-GROUP-IDX)
               MOVE "Y" TO WS-DT-GROUP-FOUND
           END-IF
           IF WS-DT-GROUP-FOUND = "Y"
               ADD 1 TO WS-DT-GRP-CHARTED(WS-DT-GROUP-IDX)
               ADD DT-DMFT TO WS-DT-GRP-DMFT(WS-DT-GROUP-IDX)
               ADD DT-DMFT-PRIM TO WS-DT-GRP-DMFT-PRIM(WS-DT-GROUP-IDX)
               IF DT-DMFT = ZERO AND DT-DMFT-PRIM = ZERO
                   ADD 1 TO WS-DT-GRP-FREE(WS-DT-GROUP-IDX)
               END-IF
           END-IF.

       EMIT-DENTAL-GROUPS.                                           *> Every row of one kind, with its averages.
           MOVE 1 TO WS-DT-GROUP-IDX
           PERFORM WS-DT-GROUP-COUNT TIMES
               IF WS-DT-GRP-KEY(WS-DT-GROUP-IDX)(1:1) = WS-DT-GROUP-KIND
                   COMPUTE WS-DT-AVG ROUNDED =
                       WS-DT-GRP-DMFT(WS-DT-GROUP-IDX)
                       / WS-DT-GRP-CHARTED(WS-DT-GROUP-IDX)
                   MOVE WS-DT-AVG TO WS-DT-AVG-ED
                   COMPUTE WS-DT-AVG ROUNDED =
                       WS-DT-GRP-DMFT-PRIM(WS-DT-GROUP-IDX)
                       / WS-DT-GRP-CHARTED(WS-DT-GROUP-IDX)
                   MOVE WS-DT-AVG TO WS-DT-AVG-PRIM-ED
                   COMPUTE WS-DT-PCT ROUNDED =
                       WS-DT-GRP-FREE(WS-DT-GROUP-IDX) * 100
                       / WS-DT-GRP-CHARTED(WS-DT-GROUP-IDX)
                   MOVE WS-DT-PCT TO WS-DT-PCT-ED
                   MOVE SPACES TO WS-RO-LINE
                   STRING "  " WS-DT-GRP-KEY(WS-DT-GROUP-IDX)(2:20)
                       " " WS-DT-GRP-CHARTED(WS-DT-GROUP-IDX)
                       "     " WS-DT-AVG-ED "     " WS-DT-AVG-PRIM-ED
                       "        " WS-DT-PCT-ED
                       DELIMITED BY SIZE INTO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
               ADD 1 TO WS-DT-GROUP-IDX
           END-PERFORM.

       WRITE-DENTAL-RECALL.                                          *> One RECALL-FILE row for untreated decay.
           OPEN I-O RECALL-FILE
           IF WS-RC-FILE-STATUS = "35"                                *> File does not exist yet -- create it.
               OPEN OUTPUT RECALL-FILE
           END-IF
           MOVE DT-STUDENT-NUMBER TO RC-STUDENT-NUMBER
           MOVE WS-RC-DUE-DATE    TO RC-DUE-DATE
           MOVE "Dental treatment needed" TO RC-REASON
           MOVE "O"    TO RC-STATUS
           MOVE SPACES TO RC-OUTCOME
           MOVE SPACES TO RC-DONE-DATE
           WRITE RECALL-RECORD
               INVALID KEY
                   REWRITE RECALL-RECORD
           END-WRITE
           CLOSE RECALL-FILE.

       SHIFT-HANDOVER-REPORT.                                        *> What the outgoing nurse prints at turnover --
                                                                      *> everyone seen so far today and by whom, the
                                                                      *> still-open queue, pending referrals and the
                                                                      *> meds given, instead of handwritten notes.
           PERFORM FORMAT-TODAY-SLASHED
           MOVE "HANDOVER" TO WS-RO-NAME
           MOVE "SHIFT HANDOVER REPORT" TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           MOVE ZERO TO WS-CO-VISIT-COUNT
           MOVE ZERO TO WS-CO-MED-COUNT
           MOVE "SEEN TODAY (time / student / condition / med /"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE " attended by):" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           OPEN INPUT VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ VISIT-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF VH-DATE-OF-VISIT = WS-TODAY-SLASHED
                           PERFORM MASK-VH-FIELDS
                           ADD 1 TO WS-CO-VISIT-COUNT
                           IF VH-MEDICATION-NAME NOT = SPACES
                               ADD 1 TO WS-CO-MED-COUNT
                           END-IF
                           MOVE SPACES TO WS-RO-LINE
                           STRING VH-TIME-OF-VISIT " "
                               VH-STUDENT-NUMBER " "
                               VH-HEALTH-CONDITION " "
                               VH-MEDICATION-NAME " "
                               VH-ATTENDED-BY
                               DELIMITED BY SIZE INTO WS-RO-LINE
                           PERFORM EMIT-REPORT-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE VISIT-HISTORY-FILE
           PERFORM HANDOVER-OPEN-QUEUE
           PERFORM HANDOVER-PENDING-REFERRALS
           MOVE SPACES TO WS-RO-LINE
           STRING "Visits so far: " WS-CO-VISIT-COUNT
               "  Meds given: " WS-CO-MED-COUNT
               "  Still in queue: " WS-HO-OPEN-QUEUE
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "Outgoing: ____________  Incoming: ____________"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM CLOSE-REPORT-OUTPUT.

       HANDOVER-OPEN-QUEUE.                                          *> Today's queue entries not yet closed out.
           MOVE ZERO TO WS-HO-OPEN-QUEUE
           MOVE "STILL OPEN ON THE QUEUE:" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           OPEN INPUT QUEUE-FILE
           IF WS-QU-FILE-STATUS NOT = "35"
               MOVE WS-TODAY-SLASHED TO QU-QUEUE-DATE
               MOVE ZERO TO QU-QUEUE-NUMBER
               MOVE "N" TO WS-AP-EOF-FLAG
               START QUEUE-FILE
                   KEY IS NOT LESS THAN QU-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AP-EOF-FLAG
               END-START
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF QU-QUEUE-DATE NOT = WS-TODAY-SLASHED
                           MOVE "Y" TO WS-AP-EOF-FLAG
                       ELSE
                           IF QU-STATUS = "W" OR QU-STATUS = "N"
                               ADD 1 TO WS-HO-OPEN-QUEUE
                               MOVE SPACES TO WS-RO-LINE
                               STRING "  No. " QU-QUEUE-NUMBER " "
                                   QU-STUDENT-NUMBER " status "
                                   QU-STATUS
                                   DELIMITED BY SIZE INTO WS-RO-LINE
                               PERFORM EMIT-REPORT-LINE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE QUEUE-FILE
           IF WS-HO-OPEN-QUEUE = ZERO
               MOVE "  (none)" TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       HANDOVER-PENDING-REFERRALS.                                   *> Referrals still awaiting a result.
           MOVE ZERO TO WS-RF-COUNT
           MOVE "REFERRALS STILL PENDING:" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           OPEN INPUT REFERRAL-FILE
           IF WS-RF-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-AP-EOF-FLAG
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ REFERRAL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF RF-STATUS = "P"
                           ADD 1 TO WS-RF-COUNT
                           MOVE SPACES TO WS-RO-LINE
                           STRING "  " RF-REFERRAL-DATE " "
                               RF-STUDENT-NUMBER " -> " RF-PROVIDER
                               DELIMITED BY SIZE INTO WS-RO-LINE
                           PERFORM EMIT-REPORT-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE REFERRAL-FILE
           IF WS-RF-COUNT = ZERO
               MOVE "  (none)" TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       STAFF-WORKLOAD-REPORT.                                        *> Visits and meds handled per staff account for
                                                                      *> one month -- the head nurse's scheduling
                                                                      *> evidence.
           DISPLAY "Month to report (YYYY/MM): " WITH NO ADVANCING
           ACCEPT WS-WL-MONTH
           MOVE "WORKLOAD" TO WS-RO-NAME
           MOVE "MONTHLY STAFF WORKLOAD SUMMARY" TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           MOVE ZERO TO WS-WL-COUNT
           OPEN INPUT VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS = "35"
               MOVE "No visit history has been recorded yet."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ VISIT-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND VH-ATTENDED-BY NOT = WS-TI-EXTERNAL-TAG
                       IF VH-DATE-OF-VISIT(1:7) = WS-WL-MONTH
                           PERFORM TALLY-STAFF-WORKLOAD
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE VISIT-HISTORY-FILE
           MOVE SPACES TO WS-RO-LINE
           STRING "Month: " WS-WL-MONTH
               "   (staff / visits / meds given)"
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-WL-COUNT = ZERO
               MOVE "  (no visits found for that month)"
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE 1 TO WS-WL-IDX
               PERFORM WS-WL-COUNT TIMES
                   MOVE SPACES TO WS-RO-LINE
                   STRING "  " WS-WL-STAFF(WS-WL-IDX) " "
                       WS-WL-VISITS(WS-WL-IDX) " "
                       WS-WL-MEDS(WS-WL-IDX)
                       DELIMITED BY SIZE INTO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
                   ADD 1 TO WS-WL-IDX
               END-PERFORM
           END-IF
           PERFORM CLOSE-REPORT-OUTPUT.

       TALLY-STAFF-WORKLOAD.                                         *> Search-or-insert the visit's attending staff.
                                                                      *> Rows from before the field existed land
                                                                      *> under "(unrecorded)".
           IF VH-ATTENDED-BY = SPACES
               MOVE "(unrecorded)" TO VH-ATTENDED-BY
           END-IF
           MOVE "N" TO WS-WL-FOUND
           MOVE 1 TO WS-WL-IDX
           PERFORM UNTIL WS-WL-IDX > WS-WL-COUNT
                   OR WS-WL-FOUND = "Y"
               IF WS-WL-STAFF(WS-WL-IDX) = VH-ATTENDED-BY
                   MOVE "Y" TO WS-WL-FOUND
               ELSE
                   ADD 1 TO WS-WL-IDX
               END-IF
           END-PERFORM
           IF WS-WL-FOUND NOT = "Y" AND WS-WL-COUNT < 30
               ADD 1 TO WS-WL-COUNT
               MOVE WS-WL-COUNT TO WS-WL-IDX
               MOVE VH-ATTENDED-BY TO WS-WL-STAFF(WS-WL-IDX)
               MOVE ZERO TO WS-WL-VISITS(WS-WL-IDX)
               MOVE ZERO TO WS-WL-MEDS(WS-WL-IDX)
               MOVE "Y" TO WS-WL-FOUND
           END-IF
           IF WS-WL-FOUND = "Y"
               ADD 1 TO WS-WL-VISITS(WS-WL-IDX)
               PERFORM MASK-VH-FIELDS
               IF VH-MEDICATION-NAME NOT = SPACES
                   ADD 1 TO WS-WL-MEDS(WS-WL-IDX)
               END-IF
               PERFORM MASK-VH-FIELDS
           END-IF.

       FEES-RECEIPTS-MENU.                                           *> Chargeable services outside the certificate
                                                                      *> path, and the register views.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      FEES AND OFFICIAL RECEIPTS"
           DISPLAY FRA-ME
           DISPLAY "1) Charge a service / issue a receipt"
           DISPLAY "2) Verify an OR serial"
           DISPLAY "3) Today's receipts"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-FEE-CHOICE
           EVALUATE WS-FEE-CHOICE
               WHEN "1"
                   PERFORM CHARGE-OTHER-SERVICE
               WHEN "2"
                   PERFORM VERIFY-OFFICIAL-RECEIPT
               WHEN "3"
                   PERFORM LIST-TODAYS-RECEIPTS
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-FEE-CHOICE NOT = "x" AND WS-FEE-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM FEES-RECEIPTS-MENU
           END-IF.

       CHARGE-OTHER-SERVICE.                                         *> Replacement records and the like -- any
                                                                      *> chargeable service gets its OR here.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           DISPLAY "Service charged for: " WITH NO ADVANCING
           ACCEPT WS-ORR-SERVICE
           DISPLAY "Amount (pesos): " WITH NO ADVANCING
           ACCEPT WS-ORR-AMOUNT
           IF WS-ORR-AMOUNT = ZERO
               DISPLAY "Nothing charged."
           ELSE
               PERFORM ISSUE-OFFICIAL-RECEIPT
           END-IF.

       VERIFY-OFFICIAL-RECEIPT.                                      *> Look one OR serial up in the register.
           DISPLAY "OR serial to verify: " WITH NO ADVANCING
           ACCEPT WS-ORR-SERIAL
           OPEN INPUT OR-REGISTER-FILE
           IF WS-ORR-FILE-STATUS = "35"
               DISPLAY "No receipts have been issued yet."
           ELSE
               MOVE WS-ORR-SERIAL TO ORR-SERIAL
               READ OR-REGISTER-FILE
                   INVALID KEY
                       DISPLAY "NOT on the register -- that OR was"
                       DISPLAY "never issued by this clinic."
                   NOT INVALID KEY
                       MOVE ORR-AMOUNT TO WS-ORR-AMOUNT-ED
                       DISPLAY "Genuine. Issued " ORR-ISSUE-DATE
                           " to " ORR-STUDENT-NUMBER
                       DISPLAY "For: " ORR-SERVICE " P"
                           WS-ORR-AMOUNT-ED
                       DISPLAY "Received by: " ORR-ISSUED-BY
               END-READ
           END-IF
           CLOSE OR-REGISTER-FILE.

       LIST-TODAYS-RECEIPTS.                                         *> The day's cash position, any time of day.
           PERFORM FORMAT-TODAY-SLASHED
           MOVE ZERO TO WS-ORR-COUNT
           MOVE ZERO TO WS-ORR-TOTAL
           OPEN INPUT OR-REGISTER-FILE
           IF WS-ORR-FILE-STATUS = "35"
               DISPLAY "No receipts have been issued yet."
           ELSE
               MOVE "N" TO WS-AP-EOF-FLAG
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ OR-REGISTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF ORR-ISSUE-DATE = WS-TODAY-SLASHED
                           ADD 1 TO WS-ORR-COUNT
                           ADD ORR-AMOUNT TO WS-ORR-TOTAL
                           MOVE ORR-AMOUNT TO WS-ORR-AMOUNT-ED
                           DISPLAY "OR " ORR-SERIAL " "
                               ORR-STUDENT-NUMBER " " ORR-SERVICE
                               " P" WS-ORR-AMOUNT-ED
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE OR-REGISTER-FILE
           MOVE WS-ORR-TOTAL TO WS-ORR-TOTAL-ED
           DISPLAY "Receipts today: " WS-ORR-COUNT
               "   Total: P" WS-ORR-TOTAL-ED.

       NOTIFY-OUTBOX-MENU.                                           *> Generate, work through, and retry the outbox.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      NOTIFICATION OUTBOX"
           DISPLAY FRA-ME
           DISPLAY "1) Generate today's outbox"
           DISPLAY "2) List pending messages"
           DISPLAY "3) Mark a message sent/failed"
           DISPLAY "4) Failed messages (resend view)"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-NT-CHOICE
           EVALUATE WS-NT-CHOICE
               WHEN "1"
                   PERFORM BUILD-NOTIFICATION-OUTBOX
               WHEN "2"
                   MOVE "P" TO WS-NT-KIND
                   PERFORM LIST-NOTIFY-BY-STATUS
               WHEN "3"
                   PERFORM UPDATE-NOTIFY-STATUS
               WHEN "4"
                   PERFORM RESEND-FAILED-NOTIFICATIONS
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-NT-CHOICE NOT = "x" AND WS-NT-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM NOTIFY-OUTBOX-MENU
           END-IF.

       BUILD-NOTIFICATION-OUTBOX.                                    *> Tomorrow's bookings and due recalls become
                                                                      *> pending messages -- re-running the generator
                                                                      *> the same day adds only what is new.
           PERFORM FORMAT-TODAY-SLASHED
           MOVE WS-TODAY TO WS-DC-DATE
           PERFORM CALC-DAY-NUMBER
           MOVE WS-DC-DAY-NUM TO WS-NT-TODAY-NUM
           MOVE ZERO TO WS-NT-COUNT
           PERFORM FIND-NEXT-NOTIFY-SEQ
           PERFORM NOTIFY-FROM-APPOINTMENTS
           PERFORM NOTIFY-FROM-RECALLS
           DISPLAY "Outbox entries generated: " WS-NT-COUNT.

       FIND-NEXT-NOTIFY-SEQ.                                         *> Highest sequence used today, plus one.
           MOVE ZERO TO WS-NT-SEQ
           OPEN INPUT NOTIFY-FILE
           IF WS-NT-FILE-STATUS NOT = "35"
               MOVE WS-TODAY-SLASHED TO NT-DATE
               MOVE ZERO TO NT-SEQ
               MOVE "N" TO WS-AP-EOF-FLAG
               START NOTIFY-FILE
                   KEY IS NOT LESS THAN NT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AP-EOF-FLAG
               END-START
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ NOTIFY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF NT-DATE NOT = WS-TODAY-SLASHED
                           MOVE "Y" TO WS-AP-EOF-FLAG
                       ELSE
                           MOVE NT-SEQ TO WS-NT-SEQ
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE NOTIFY-FILE.

       NOTIFY-FROM-APPOINTMENTS.                                     *> A reminder for every slot booked for tomorrow.
           OPEN INPUT APPOINTMENT-FILE
           IF WS-AP-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-AP-EOF-FLAG
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ APPOINTMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF AP-STATUS = "B"
                           MOVE AP-DATE TO WS-DC-SLASHED
                           PERFORM CALC-DAY-FROM-SLASHED
                           MOVE WS-DC-DAY-NUM TO WS-NT-ROW-NUM
                           COMPUTE WS-NT-DIFF =
                               WS-NT-ROW-NUM - WS-NT-TODAY-NUM
                           IF WS-NT-DIFF = 1
                               MOVE AP-STUDENT-NUMBER
                                   TO WS-STUDENT-NUMBER
                               MOVE "A" TO WS-NT-KIND
                               MOVE SPACES TO WS-NT-MESSAGE
                               STRING "Clinic appointment tomorrow "
                                   AP-DATE " at " AP-TIME-SLOT
                                   DELIMITED BY SIZE
                                   INTO WS-NT-MESSAGE
                               PERFORM ADD-NOTIFY-ENTRY
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE APPOINTMENT-FILE.

       NOTIFY-FROM-RECALLS.                                          *> A notice for every open recall due or overdue.
           OPEN INPUT RECALL-FILE
           IF WS-RC-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-AP-EOF-FLAG
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ RECALL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF RC-STATUS = "O"
                               AND RC-DUE-DATE <= WS-TODAY-SLASHED
                           MOVE RC-STUDENT-NUMBER
                               TO WS-STUDENT-NUMBER
                           MOVE "R" TO WS-NT-KIND
                           MOVE SPACES TO WS-NT-MESSAGE
                           STRING "Clinic follow-up due "
                               RC-DUE-DATE ": " RC-REASON
                               DELIMITED BY SIZE INTO WS-NT-MESSAGE
                           PERFORM ADD-NOTIFY-ENTRY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE RECALL-FILE.

       ADD-NOTIFY-ENTRY.                                             *> One pending message, unless today's outbox
                                                                      *> already carries this student and kind.
           PERFORM CHECK-NOTIFY-EXISTS
           IF WS-NT-EXISTS NOT = "Y"
               PERFORM GET-BEST-CONTACT-PHONE
               OPEN I-O NOTIFY-FILE
               IF WS-NT-FILE-STATUS = "35"                            *> File does not exist yet -- create it.
                   OPEN OUTPUT NOTIFY-FILE
               END-IF
               ADD 1 TO WS-NT-SEQ
               MOVE WS-TODAY-SLASHED  TO NT-DATE
               MOVE WS-NT-SEQ         TO NT-SEQ
               MOVE WS-STUDENT-NUMBER TO NT-STUDENT-NUMBER
               MOVE WS-NT-KIND        TO NT-KIND
               MOVE WS-NT-PHONE       TO NT-PHONE
               MOVE WS-NT-MESSAGE     TO NT-MESSAGE
               MOVE "P"               TO NT-STATUS
               WRITE NOTIFY-RECORD
                   INVALID KEY
                       REWRITE NOTIFY-RECORD
               END-WRITE
               CLOSE NOTIFY-FILE
               ADD 1 TO WS-NT-COUNT
           END-IF.

       CHECK-NOTIFY-EXISTS.                                          *> Same student and kind already in today's box?
           MOVE "N" TO WS-NT-EXISTS
           OPEN INPUT NOTIFY-FILE
           IF WS-NT-FILE-STATUS NOT = "35"
               MOVE WS-TODAY-SLASHED TO NT-DATE
               MOVE ZERO TO NT-SEQ
               MOVE "N" TO WS-MS-EOF-FLAG
               START NOTIFY-FILE
                   KEY IS NOT LESS THAN NT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-MS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-MS-EOF-FLAG = "Y"
                   READ NOTIFY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MS-EOF-FLAG
                   END-READ
                   IF WS-MS-EOF-FLAG NOT = "Y"
                       IF NT-DATE NOT = WS-TODAY-SLASHED
                           MOVE "Y" TO WS-MS-EOF-FLAG
                       ELSE
                           IF NT-STUDENT-NUMBER = WS-STUDENT-NUMBER
                                   AND NT-KIND = WS-NT-KIND
                               MOVE "Y" TO WS-NT-EXISTS
                               MOVE "Y" TO WS-MS-EOF-FLAG
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE NOTIFY-FILE.

       GET-BEST-CONTACT-PHONE.                                       *> Highest-priority reachable CONTACT-FILE number
                                                                      *> for WS-STUDENT-NUMBER, else the legacy phone
                                                                      *> on the patient record.
           MOVE SPACES TO WS-NT-PHONE
           MOVE "N" TO WS-EC-FOUND
           OPEN INPUT CONTACT-FILE
           IF WS-EC-FILE-STATUS NOT = "35"
               MOVE WS-STUDENT-NUMBER TO EC-STUDENT-NUMBER
               MOVE ZERO TO EC-PRIORITY
               MOVE "N" TO WS-MS-EOF-FLAG
               START CONTACT-FILE
                   KEY IS NOT LESS THAN EC-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-MS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-MS-EOF-FLAG = "Y"
                       OR WS-EC-FOUND = "Y"
                   READ CONTACT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MS-EOF-FLAG
                   END-READ
                   IF WS-MS-EOF-FLAG NOT = "Y"
                       IF EC-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE "Y" TO WS-MS-EOF-FLAG
                       ELSE
                           IF EC-REACHABLE = "Y"
                               MOVE "Y" TO WS-EC-FOUND
                               MOVE EC-PHONE TO WS-NT-PHONE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CONTACT-FILE
           IF WS-EC-FOUND NOT = "Y"
               OPEN INPUT PATIENT-FILE
               IF WS-FILE-STATUS NOT = "35"
                   MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
                   READ PATIENT-FILE
                       KEY IS STUDENT-NUMBER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EMERGENCY-PHONE TO WS-NT-PHONE
                   END-READ
               END-IF
               CLOSE PATIENT-FILE
           END-IF.

       LIST-NOTIFY-BY-STATUS.                                        *> Every message in the status in WS-NT-KIND
                                                                      *> ("P" pending or "F" failed), newest day last.
           MOVE ZERO TO WS-NT-COUNT
           OPEN INPUT NOTIFY-FILE
           IF WS-NT-FILE-STATUS = "35"
               DISPLAY "The outbox is empty."
           ELSE
               MOVE "N" TO WS-AP-EOF-FLAG
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ NOTIFY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF NT-STATUS = WS-NT-KIND
                           ADD 1 TO WS-NT-COUNT
                           DISPLAY NT-DATE " #" NT-SEQ " "
                               NT-STUDENT-NUMBER " " NT-PHONE
                           DISPLAY "   " NT-MESSAGE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE NOTIFY-FILE
           DISPLAY "Messages listed: " WS-NT-COUNT.

       UPDATE-NOTIFY-STATUS.                                         *> Mark one message as the gateway reported it.
           DISPLAY "Message date [YYYY/MM/DD]: " WITH NO ADVANCING
           ACCEPT WS-NT-PICK-DATE
           DISPLAY "Sequence number: " WITH NO ADVANCING
           ACCEPT WS-NT-PICK-SEQ
           OPEN I-O NOTIFY-FILE
           IF WS-NT-FILE-STATUS = "35"
               DISPLAY "The outbox is empty."
               CLOSE NOTIFY-FILE
           ELSE
               MOVE WS-NT-PICK-DATE TO NT-DATE
               MOVE WS-NT-PICK-SEQ  TO NT-SEQ
               READ NOTIFY-FILE
                   INVALID KEY
                       DISPLAY "No message with that date and"
                       DISPLAY "sequence."
                   NOT INVALID KEY
                       DISPLAY NT-MESSAGE
                       DISPLAY "Mark -- (S)ent or (F)ailed: "
                           WITH NO ADVANCING
                       ACCEPT NT-STATUS
                       PERFORM UNTIL NT-STATUS = "S"
                               OR NT-STATUS = "F"
                           DISPLAY "Please enter S or F: "
                               WITH NO ADVANCING
                           ACCEPT NT-STATUS
                       END-PERFORM
                       REWRITE NOTIFY-RECORD
                       DISPLAY "Message updated."
               END-READ
               CLOSE NOTIFY-FILE
           END-IF.

       RESEND-FAILED-NOTIFICATIONS.                                  *> The failures, with the option to queue them
                                                                      *> all as pending again.
           MOVE "F" TO WS-NT-KIND
           PERFORM LIST-NOTIFY-BY-STATUS
           IF WS-NT-COUNT > ZERO
               DISPLAY "Re-queue all failed messages as pending?"
               DISPLAY "[Y/N]: " WITH NO ADVANCING
               ACCEPT USER-CHOICE
               IF USER-CHOICE = "Y" OR USER-CHOICE = "y"
                   MOVE ZERO TO WS-NT-COUNT
                   OPEN I-O NOTIFY-FILE
                   MOVE "N" TO WS-AP-EOF-FLAG
                   PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                       READ NOTIFY-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-AP-EOF-FLAG
                       END-READ
                       IF WS-AP-EOF-FLAG NOT = "Y"
                           IF NT-STATUS = "F"
                               MOVE "P" TO NT-STATUS
                               REWRITE NOTIFY-RECORD
                               ADD 1 TO WS-NT-COUNT
                           END-IF
                       END-IF
                   END-PERFORM
                   CLOSE NOTIFY-FILE
                   DISPLAY "Re-queued: " WS-NT-COUNT
               END-IF
           END-IF.

       TERM-CALENDAR-MENU.                                           *> Maintain the school-year/term calendar.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      SCHOOL-YEAR / TERM CALENDAR"
           DISPLAY FRA-ME
           DISPLAY "1) Add/update a term"
           DISPLAY "2) List the calendar"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-TM-CHOICE
           EVALUATE WS-TM-CHOICE
               WHEN "1"
                   PERFORM ADD-TERM-ENTRY
               WHEN "2"
                   PERFORM LIST-TERM-CALENDAR
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-TM-CHOICE NOT = "x" AND WS-TM-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM TERM-CALENDAR-MENU
           END-IF.

       ADD-TERM-ENTRY.                                               *> Create or overwrite one term row.
           OPEN I-O TERM-FILE
           IF WS-TM-FILE-STATUS = "35"                                *> File does not exist yet -- create it.
               OPEN OUTPUT TERM-FILE
           END-IF
           DISPLAY "Term code (e.g. SY26-27S2): " WITH NO ADVANCING
           ACCEPT TM-CODE
           DISPLAY "Description: " WITH NO ADVANCING
           ACCEPT TM-DESCRIPTION
           DISPLAY "Start date [YYYY/MM/DD]: " WITH NO ADVANCING
           ACCEPT TM-START-DATE
           DISPLAY "End date [YYYY/MM/DD]: " WITH NO ADVANCING
           ACCEPT TM-END-DATE
           WRITE TERM-RECORD
               INVALID KEY
                   DISPLAY "That term code is already on the"
                   DISPLAY "calendar -- overwriting it."
                   REWRITE TERM-RECORD
           END-WRITE
           CLOSE TERM-FILE
           DISPLAY "Term saved.".

       LIST-TERM-CALENDAR.                                           *> The calendar as it stands, code order.
           MOVE ZERO TO WS-TM-COUNT
           OPEN INPUT TERM-FILE
           IF WS-TM-FILE-STATUS = "35"
               DISPLAY "No terms on the calendar yet."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ TERM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       ADD 1 TO WS-TM-COUNT
                       DISPLAY "  " TM-CODE " " TM-DESCRIPTION
                       DISPLAY "     " TM-START-DATE " - "
                           TM-END-DATE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE TERM-FILE
           DISPLAY "Terms on file: " WS-TM-COUNT.

       RESOLVE-TERM-CODE.                                            *> The dates behind the code in WS-TM-CODE.
           MOVE "N" TO WS-TM-FOUND
           OPEN INPUT TERM-FILE
           IF WS-TM-FILE-STATUS NOT = "35"
               MOVE WS-TM-CODE TO TM-CODE
               READ TERM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-TM-FOUND
                       MOVE TM-DESCRIPTION TO WS-TM-DESC
                       MOVE TM-START-DATE  TO WS-TM-START
                       MOVE TM-END-DATE    TO WS-TM-END
               END-READ
           END-IF
           CLOSE TERM-FILE.

       FIND-CURRENT-TERM.                                            *> The calendar term, if any, that covers today.
           PERFORM FORMAT-TODAY-SLASHED
           MOVE "N" TO WS-TM-FOUND
           OPEN INPUT TERM-FILE
           IF WS-TM-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-MS-EOF-FLAG
               PERFORM UNTIL WS-MS-EOF-FLAG = "Y"
                   READ TERM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MS-EOF-FLAG
                   END-READ
                   IF WS-MS-EOF-FLAG NOT = "Y"
                       IF TM-START-DATE <= WS-TODAY-SLASHED
                               AND TM-END-DATE >= WS-TODAY-SLASHED
                           MOVE "Y" TO WS-TM-FOUND
                           MOVE TM-CODE        TO WS-TM-CODE
                           MOVE TM-DESCRIPTION TO WS-TM-DESC
                           MOVE TM-START-DATE  TO WS-TM-START
                           MOVE TM-END-DATE    TO WS-TM-END
                           MOVE "Y" TO WS-MS-EOF-FLAG
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE TERM-FILE.

       SYSTEM-UTILITIES-MENU.                                        *> Housekeeping jobs that change or move the
                                                                      *> data files -- ADMIN only, off the main menu.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      SYSTEM UTILITIES"
           DISPLAY FRA-ME
           DISPLAY "1) Retention and purge run"
           DISPLAY "2) Full-set backup now"
           DISPLAY "3) Guided restore from a backup"
           DISPLAY "4) Run the job schedule"
           DISPLAY "5) Replay a transaction journal"
           DISPLAY "6) Privacy access review (monthly)"
           DISPLAY "7) Verify the audit trail chain"
           DISPLAY "8) Rebuild the daily statistics"
           DISPLAY "x) Back to main menu"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-SU-CHOICE
           EVALUATE WS-SU-CHOICE
               WHEN "1"
                   PERFORM RETENTION-PURGE-RUN
               WHEN "2"
                   PERFORM FULL-SET-BACKUP
               WHEN "3"
                   PERFORM GUIDED-RESTORE
               WHEN "4"
                   DISPLAY "Restart from the failed step? [Y/N]: "
                       WITH NO ADVANCING
                   ACCEPT WS-JB-RESTART
                   IF WS-JB-RESTART = "Y" OR WS-JB-RESTART = "y"
                       MOVE "Y" TO WS-JB-RESTART
                   ELSE
                       MOVE "N" TO WS-JB-RESTART
                   END-IF
                   PERFORM RUN-JOB-SCHEDULE
               WHEN "5"
                   PERFORM REPLAY-JOURNAL
               WHEN "6"
                   PERFORM ACCESS-REVIEW-REPORT
               WHEN "7"
                   PERFORM VERIFY-AUDIT-CHAIN
               WHEN "8"
                   PERFORM REBUILD-DAILY-STATS
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-SU-CHOICE NOT = "x" AND WS-SU-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM SYSTEM-UTILITIES-MENU
           ELSE
               PERFORM DISPLAY-MENU
           END-IF.


       LOG-RECORD-VIEW.                                              *> One line to ACCESSLOG.DAT -- WS-AX-STUDENT's
                                                                      *> clinical data was just shown on WS-AX-SCREEN.
           PERFORM FORMAT-TODAY-SLASHED
           ACCEPT WS-AX-TIME-RAW FROM TIME
           OPEN EXTEND ACCESS-LOG-FILE
           IF WS-AX-STATUS = "35"                                    *> File does not exist yet -- create it.
               OPEN OUTPUT ACCESS-LOG-FILE
           END-IF
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE WS-TODAY-SLASHED TO AX-DATE
           MOVE WS-AX-TIME-RAW(1:2) TO AX-TIME(1:2)
           MOVE ":"                 TO AX-TIME(3:1)
           MOVE WS-AX-TIME-RAW(3:2) TO AX-TIME(4:2)
           MOVE ":"                 TO AX-TIME(6:1)
           MOVE WS-AX-TIME-RAW(5:2) TO AX-TIME(7:2)
           MOVE WS-CURRENT-USER  TO AX-USER
           MOVE WS-USER-ROLE     TO AX-ROLE
           MOVE WS-AX-SCREEN     TO AX-SCREEN
           MOVE WS-AX-STUDENT    TO AX-STUDENT-NUMBER
           WRITE ACCESS-LOG-RECORD
           CLOSE ACCESS-LOG-FILE.

       ACCESS-REVIEW-REPORT.                                         *> Interactive wrapper for the Data Protection
                                                                      *> Officer's monthly access review.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      PRIVACY ACCESS REVIEW"
           DISPLAY FRA-ME
           DISPLAY "Month to review [YYYY/MM]: " WITH NO ADVANCING
           ACCEPT WS-AR-MONTH
           DISPLAY "Flag an account viewing this many records"
           DISPLAY "within one clock hour [20]: " WITH NO ADVANCING
           ACCEPT WS-AR-LIMIT-TEXT
           MOVE 20 TO WS-AR-LIMIT
           MOVE ZERO TO WS-AR-LIMIT-LEN
           INSPECT WS-AR-LIMIT-TEXT TALLYING WS-AR-LIMIT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-AR-LIMIT-LEN > ZERO
               IF WS-AR-LIMIT-TEXT(1:WS-AR-LIMIT-LEN) IS NUMERIC
                   MOVE WS-AR-LIMIT-TEXT(1:WS-AR-LIMIT-LEN)
                       TO WS-AR-LIMIT
               END-IF
           END-IF
           IF WS-AR-LIMIT = ZERO
               MOVE 20 TO WS-AR-LIMIT
           END-IF
           MOVE "ACCREVIEW" TO WS-RO-NAME
           MOVE "PRIVACY ACCESS REVIEW" TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           PERFORM ACCESS-REVIEW-BODY
           PERFORM CLOSE-REPORT-OUTPUT.

       ACCESS-REVIEW-BODY.                                           *> Every flagged view in the month, oldest first,
                                                                      *> then each account's totals. Flagged: a burst
                                                                      *> of views from one account within one hour, a
                                                                      *> CLERK account on a clinical screen, and any
                                                                      *> view of an archived or counseling-flagged
                                                                      *> student.
           MOVE ZERO TO WS-AR-TOTAL
           MOVE ZERO TO WS-AR-FLAGGED
           MOVE ZERO TO WS-AR-BURSTS
           MOVE ZERO TO WS-AR-CLERK-VIEWS
           MOVE ZERO TO WS-AR-SENSITIVE
           MOVE ZERO TO WS-AR-USER-COUNT
           MOVE SPACES TO WS-RO-LINE
           STRING "Month: " WS-AR-MONTH "   Burst limit: " WS-AR-LIMIT
               " views/hour" DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "FLAGGED VIEWS" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "Date       Time     Account              Role  Screen"
               TO WS-RO-LINE
           MOVE "Student ID           Why" TO WS-RO-LINE(66:25)
           PERFORM EMIT-REPORT-LINE
           OPEN INPUT ACCESS-LOG-FILE
           IF WS-AX-STATUS = "35"
               MOVE "No record views have been logged yet."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               OPEN INPUT PATIENT-FILE
               OPEN INPUT COUNSEL-FILE
               MOVE "N" TO WS-AX-EOF-FLAG
               PERFORM UNTIL WS-AX-EOF-FLAG = "Y"
                   READ ACCESS-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-AX-EOF-FLAG
                       NOT AT END
                           IF AX-DATE(1:7) = WS-AR-MONTH
                               ADD 1 TO WS-AR-TOTAL
                               PERFORM REVIEW-ONE-ACCESS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COUNSEL-FILE
               CLOSE PATIENT-FILE
               CLOSE ACCESS-LOG-FILE
           END-IF
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "VIEWS BY ACCOUNT" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "Account              Role   Views  Peak/hour  As CLERK"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 1 TO WS-AR-USER-IDX
           PERFORM UNTIL WS-AR-USER-IDX > WS-AR-USER-COUNT
               MOVE SPACES TO WS-RO-LINE
               STRING WS-AR-USER(WS-AR-USER-IDX) " "
                   WS-AR-ROLE(WS-AR-USER-IDX) "  "
                   WS-AR-VIEWS(WS-AR-USER-IDX) "  "
                   WS-AR-PEAK(WS-AR-USER-IDX) "      "
                   WS-AR-CLERK(WS-AR-USER-IDX)
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               ADD 1 TO WS-AR-USER-IDX
           END-PERFORM
           MOVE SPACES TO WS-RO-LINE
           STRING "Views in month: " WS-AR-TOTAL
               "  Flagged: " WS-AR-FLAGGED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Bursts: " WS-AR-BURSTS
               "  CLERK on clinical screens: " WS-AR-CLERK-VIEWS
               "  Archived/counseling students: " WS-AR-SENSITIVE
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       REVIEW-ONE-ACCESS.                                            *> Tally one logged view against its account and
                                                                      *> emit it when anything about it is unusual.
           MOVE SPACES TO WS-AR-FLAGS
           MOVE 1 TO WS-AR-PTR
           PERFORM FIND-ACCESS-ACCOUNT
           IF WS-AR-USER-FOUND = "Y"
               ADD 1 TO WS-AR-VIEWS(WS-AR-USER-IDX)
               MOVE SPACES TO WS-AR-BUCKET
               MOVE AX-DATE(1:10) TO WS-AR-BUCKET(1:10)
               MOVE AX-TIME(1:2)  TO WS-AR-BUCKET(12:2)
               IF WS-AR-USER-BUCKET(WS-AR-USER-IDX) = WS-AR-BUCKET
                   ADD 1 TO WS-AR-BUCKET-VIEWS(WS-AR-USER-IDX)
               ELSE
                   MOVE WS-AR-BUCKET
                       TO WS-AR-USER-BUCKET(WS-AR-USER-IDX)
                   MOVE 1 TO WS-AR-BUCKET-VIEWS(WS-AR-USER-IDX)
               END-IF
               IF WS-AR-BUCKET-VIEWS(WS-AR-USER-IDX)
                       > WS-AR-PEAK(WS-AR-USER-IDX)
                   MOVE WS-AR-BUCKET-VIEWS(WS-AR-USER-IDX)
                       TO WS-AR-PEAK(WS-AR-USER-IDX)
               END-IF
               IF WS-AR-BUCKET-VIEWS(WS-AR-USER-IDX) = WS-AR-LIMIT   *> Flagged once, on the view that reaches it.
                   ADD 1 TO WS-AR-BURSTS
                   STRING "BURST-IN-HOUR " DELIMITED BY SIZE
                       INTO WS-AR-FLAGS WITH POINTER WS-AR-PTR
                   END-STRING
               END-IF
           END-IF
           IF AX-ROLE = "CLERK"
               ADD 1 TO WS-AR-CLERK-VIEWS
               IF WS-AR-USER-FOUND = "Y"
                   ADD 1 TO WS-AR-CLERK(WS-AR-USER-IDX)
               END-IF
               STRING "CLERK " DELIMITED BY SIZE
                   INTO WS-AR-FLAGS WITH POINTER WS-AR-PTR
               END-STRING
           END-IF
           MOVE "N" TO WS-AR-ARCHIVED
           MOVE "N" TO WS-AR-COUNSELED
           IF WS-FILE-STATUS NOT = "35"
               MOVE AX-STUDENT-NUMBER TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ARCHIVE-STATUS = "X"
                           MOVE "Y" TO WS-AR-ARCHIVED
                       END-IF
               END-READ
           END-IF
           IF WS-CO-FILE-STATUS-2 NOT = "35"
               MOVE AX-STUDENT-NUMBER TO CO-STUDENT-NUMBER
               MOVE LOW-VALUE         TO CO-DATE
               MOVE LOW-VALUE         TO CO-TIME
               START COUNSEL-FILE
                   KEY IS NOT LESS THAN CO-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ COUNSEL-FILE NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF CO-STUDENT-NUMBER = AX-STUDENT-NUMBER
                                   MOVE "Y" TO WS-AR-COUNSELED
                               END-IF
                       END-READ
               END-START
           END-IF
           IF WS-AR-ARCHIVED = "Y"
               STRING "ARCHIVED " DELIMITED BY SIZE
                   INTO WS-AR-FLAGS WITH POINTER WS-AR-PTR
               END-STRING
           END-IF
           IF WS-AR-COUNSELED = "Y"
               STRING "COUNSELING " DELIMITED BY SIZE
                   INTO WS-AR-FLAGS WITH POINTER WS-AR-PTR
               END-STRING
           END-IF
           IF WS-AR-ARCHIVED = "Y" OR WS-AR-COUNSELED = "Y"
               ADD 1 TO WS-AR-SENSITIVE
           END-IF
           IF WS-AR-FLAGS NOT = SPACES
               ADD 1 TO WS-AR-FLAGGED
               MOVE SPACES TO WS-RO-LINE
               STRING AX-DATE AX-TIME " " AX-USER " " AX-ROLE " "
                   AX-SCREEN "  " AX-STUDENT-NUMBER " " WS-AR-FLAGS
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       FIND-ACCESS-ACCOUNT.                                          *> Search-or-insert the account's tally row.
           MOVE "N" TO WS-AR-USER-FOUND
           MOVE 1 TO WS-AR-USER-IDX
           PERFORM UNTIL WS-AR-USER-IDX > WS-AR-USER-COUNT
                   OR WS-AR-USER-FOUND = "Y"
               IF WS-AR-USER(WS-AR-USER-IDX) = AX-USER
                   MOVE "Y" TO WS-AR-USER-FOUND
               ELSE
                   ADD 1 TO WS-AR-USER-IDX
               END-IF
           END-PERFORM
           IF WS-AR-USER-FOUND NOT = "Y"
                   AND WS-AR-USER-COUNT < 100
               ADD 1 TO WS-AR-USER-COUNT
               MOVE WS-AR-USER-COUNT TO WS-AR-USER-IDX
               MOVE AX-USER TO WS-AR-USER(WS-AR-USER-IDX)
               MOVE AX-ROLE TO WS-AR-ROLE(WS-AR-USER-IDX)
               MOVE ZERO    TO WS-AR-VIEWS(WS-AR-USER-IDX)
               MOVE ZERO    TO WS-AR-CLERK(WS-AR-USER-IDX)
               MOVE ZERO    TO WS-AR-PEAK(WS-AR-USER-IDX)
               MOVE SPACES  TO WS-AR-USER-BUCKET(WS-AR-USER-IDX)
               MOVE ZERO    TO WS-AR-BUCKET-VIEWS(WS-AR-USER-IDX)
               MOVE "Y" TO WS-AR-USER-FOUND
           END-IF.
       RETENTION-PURGE-RUN.                                          *> Interactive wrapper -- years to keep, then a
                                                                      *> hard confirm before anything moves. A run
                                                                      *> cut off part-way is offered first.
           MOVE "RETENTION" TO WS-CKP-RUN
           PERFORM OFFER-CHECKPOINT-RESUME
           IF WS-CKP-RESUME = "Y"
               PERFORM RETENTION-PURGE-BODY
           ELSE
               DISPLAY "Keep how many whole years on the live files"
               DISPLAY "(older rolls out to yearly volumes) [5]: "
                   WITH NO ADVANCING
               ACCEPT WS-RT-YEARS-TEXT
               IF WS-RT-YEARS-TEXT(1:2) IS NUMERIC
                   MOVE WS-RT-YEARS-TEXT TO WS-RT-YEARS
               ELSE
                   IF WS-RT-YEARS-TEXT(1:1) IS NUMERIC
                           AND WS-RT-YEARS-TEXT(2:1) = SPACE
                       MOVE ZERO TO WS-RT-YEARS(1:1)
                       MOVE WS-RT-YEARS-TEXT(1:1) TO WS-RT-YEARS(2:1)
                   END-IF
               END-IF
               DISPLAY "Audit lines and visit rows dated before the"
               DISPLAY "cutoff year will MOVE to /home/zelly/archive/."
               DISPLAY "Proceed? [Y/N]: " WITH NO ADVANCING
               ACCEPT WS-RT-CONFIRM
               IF WS-RT-CONFIRM = "Y" OR WS-RT-CONFIRM = "y"
                   PERFORM RETENTION-PURGE-BODY
               ELSE
                   DISPLAY "Retention run cancelled -- nothing moved."
               END-IF
           END-IF.

       RETENTION-PURGE-BODY.                                         *> The purge itself plus the disposal
                                                                      *> certificate the retention policy requires.
                                                                      *> The audit roll is one swap; the visit roll
                                                                      *> is checkpointed row by row, and a resumed
                                                                      *> run picks up there with the first run's
                                                                      *> cutoff and totals.
           IF WS-BATCH-MODE = "Y"
               MOVE "RETENTION" TO WS-CKP-RUN
               PERFORM OFFER-CHECKPOINT-RESUME
           END-IF
           MOVE ZERO TO WS-RT-VOL-COUNT
           CALL "SYSTEM" USING "mkdir -p /home/zelly/archive"
           IF WS-CKP-RESUME = "Y"
               MOVE WS-CKP-PARMS(1:4) TO WS-RT-CUTOFF-YEAR
               MOVE WS-CKP-PARMS(5:2) TO WS-RT-YEARS
               MOVE WS-CKP-COUNT-1 TO WS-RT-VISIT-MOVED
               MOVE WS-CKP-COUNT-2 TO WS-RT-AUDIT-MOVED
               MOVE WS-CKP-COUNT-3 TO WS-RT-AUDIT-KEPT
           ELSE
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               COMPUTE WS-RT-CUTOFF-YEAR = WS-TODAY-YEAR - WS-RT-YEARS
               MOVE ZERO TO WS-RT-AUDIT-MOVED
               MOVE ZERO TO WS-RT-AUDIT-KEPT
               MOVE ZERO TO WS-RT-VISIT-MOVED
               PERFORM RETENTION-ROLL-AUDIT
               MOVE "RETENTION" TO WS-CKP-RUN
               MOVE SPACES TO WS-CKP-PARMS
               MOVE WS-RT-CUTOFF-YEAR TO WS-CKP-PARMS(1:4)
               MOVE WS-RT-YEARS       TO WS-CKP-PARMS(5:2)
               MOVE "(audit log rolled)" TO WS-CKP-LAST-KEY
               MOVE ZERO              TO WS-CKP-READ
               MOVE ZERO              TO WS-CKP-COUNT-1
               MOVE WS-RT-AUDIT-MOVED TO WS-CKP-COUNT-2
               MOVE WS-RT-AUDIT-KEPT  TO WS-CKP-COUNT-3
               PERFORM WRITE-CHECKPOINT
           END-IF
           PERFORM RETENTION-ROLL-VISITS
           PERFORM WRITE-DISPOSAL-CERTIFICATE
           PERFORM CLEAR-CHECKPOINT
           DISPLAY "Audit lines moved: " WS-RT-AUDIT-MOVED
               "  kept: " WS-RT-AUDIT-KEPT
           DISPLAY "Visit rows moved:  " WS-RT-VISIT-MOVED.

       RETENTION-ROLL-AUDIT.                                         *> Lines stamped before the cutoff year go to
                                                                      *> their year's volume; the rest are rewritten
                                                                      *> back over AUDITLOG.txt in one swap.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               CLOSE AUDIT-LOG-FILE
           ELSE
               OPEN OUTPUT AUDIT-KEEP-FILE
               MOVE "N" TO WS-CK-ROLLED
               MOVE ZERO TO WS-CK-KEPT-CHAINED
               MOVE "N" TO WS-EOF-FLAG
               READ AUDIT-LOG-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   IF AUDIT-LOG-RECORD(1:4) IS NUMERIC
                           AND AUDIT-LOG-RECORD(1:4)
                               < WS-RT-CUTOFF-YEAR
                       MOVE AUDIT-LOG-RECORD(1:4) TO WS-AV-YEAR
                       MOVE "AUDITLOG"  TO WS-AV-KIND
                       MOVE AUDIT-LOG-RECORD TO WS-AV-LINE
                       PERFORM WRITE-ARCHIVE-VOLUME-LINE
                       ADD 1 TO WS-RT-AUDIT-MOVED
                       *> The live chain now starts after the last line moved out.
                       IF AUDIT-LOG-RECORD(163:7) = " | chk="
                               AND AUDIT-LOG-RECORD(170:10) IS NUMERIC
                           MOVE AUDIT-LOG-RECORD(170:10)
                               TO WS-CK-ROLL-ANCHOR
                           MOVE AUDIT-LOG-RECORD(1:4) TO WS-CK-ROLL-YEAR
                           MOVE "Y" TO WS-CK-ROLLED
                       END-IF
                   ELSE
                       MOVE AUDIT-LOG-RECORD TO AUDIT-KEEP-RECORD
                       WRITE AUDIT-KEEP-RECORD
                       ADD 1 TO WS-RT-AUDIT-KEPT
                       IF AUDIT-LOG-RECORD(163:7) = " | chk="
                               AND AUDIT-LOG-RECORD(170:10) IS NUMERIC
                           ADD 1 TO WS-CK-KEPT-CHAINED
                       END-IF
                   END-IF
                   READ AUDIT-LOG-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
               CLOSE AUDIT-KEEP-FILE
               MOVE SPACES TO WS-RECOVERY-COMMAND
               STRING "cp /home/zelly/AUDITLOG.TMP "
                   DELIMITED BY SIZE
                   "/home/zelly/AUDITLOG.txt" DELIMITED BY SIZE
                   INTO WS-RECOVERY-COMMAND
               CALL "SYSTEM" USING WS-RECOVERY-COMMAND
               CALL "SYSTEM" USING "rm -f /home/zelly/AUDITLOG.TMP"
               IF WS-CK-ROLLED = "Y"
                   PERFORM READ-AUDIT-CHAIN
                   MOVE WS-CK-ROLL-ANCHOR  TO WS-CK-ANCHOR
                   MOVE WS-CK-KEPT-CHAINED TO WS-CK-LINES
                   MOVE WS-CK-ROLL-YEAR    TO WS-CK-ROLLED-THRU
                   PERFORM WRITE-AUDIT-CHAIN
               END-IF
           END-IF.

       RETENTION-ROLL-VISITS.                                        *> Visit rows before the cutoff year move out,
                                                                      *> one at a time with a re-START after each
                                                                      *> delete, the way the merge does.
           OPEN I-O VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS = "35"
               CLOSE VISIT-HISTORY-FILE
           ELSE
               MOVE "Y" TO WS-RT-MORE
               PERFORM UNTIL WS-RT-MORE NOT = "Y"
                   MOVE "N" TO WS-RT-MORE
                   PERFORM RETENTION-TAKE-ONE-VISIT
               END-PERFORM
               CLOSE VISIT-HISTORY-FILE
           END-IF.

       RETENTION-TAKE-ONE-VISIT.                                     *> Scan for the next row before the cutoff;
                                                                      *> archive it, delete it, and flag another pass.
           MOVE LOW-VALUES TO VH-KEY
           MOVE "N" TO WS-AP-EOF-FLAG
           START VISIT-HISTORY-FILE
               KEY IS NOT LESS THAN VH-KEY
               INVALID KEY
                   MOVE "Y" TO WS-AP-EOF-FLAG
           END-START
           PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
               READ VISIT-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-AP-EOF-FLAG
               END-READ
               IF WS-AP-EOF-FLAG NOT = "Y"
                   IF VH-DATE-OF-VISIT(1:4) IS NUMERIC
                           AND VH-DATE-OF-VISIT(1:4)
                               < WS-RT-CUTOFF-YEAR
                       MOVE VH-DATE-OF-VISIT(1:4) TO WS-AV-YEAR
                       MOVE "VISITHIST" TO WS-AV-KIND
                       MOVE SPACES TO WS-AV-LINE
                       MOVE VISIT-HISTORY-RECORD TO WS-AV-LINE
                       PERFORM WRITE-ARCHIVE-VOLUME-LINE
                       DELETE VISIT-HISTORY-FILE RECORD
                       ADD 1 TO WS-RT-VISIT-MOVED
                       MOVE VH-KEY TO WS-CKP-LAST-KEY
                       MOVE WS-RT-VISIT-MOVED TO WS-CKP-COUNT-1
                       MOVE "Y" TO WS-CKP-CHANGED
                       PERFORM TICK-CHECKPOINT
                       MOVE "Y" TO WS-RT-MORE
                       MOVE "Y" TO WS-AP-EOF-FLAG
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-ARCHIVE-VOLUME-LINE.                                    *> One line onto its yearly volume, and the
                                                                      *> per-volume tally for the certificate.
           MOVE SPACES TO WS-AV-FILE-PATH
           STRING "/home/zelly/archive/" DELIMITED BY SIZE
               WS-AV-KIND DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               WS-AV-YEAR DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-AV-FILE-PATH
           OPEN EXTEND ARCHIVE-VOLUME-FILE
           IF WS-AV-FILE-STATUS = "35"                                *> Volume does not exist yet -- create it.
               OPEN OUTPUT ARCHIVE-VOLUME-FILE
           END-IF
           MOVE WS-AV-LINE TO ARCHIVE-VOLUME-RECORD
           WRITE ARCHIVE-VOLUME-RECORD
           CLOSE ARCHIVE-VOLUME-FILE
           PERFORM TALLY-ARCHIVE-VOLUME.

       TALLY-ARCHIVE-VOLUME.                                         *> Search-or-insert the volume's tally row.
           MOVE "N" TO WS-RT-VOL-FOUND
           MOVE 1 TO WS-RT-VOL-IDX
           PERFORM UNTIL WS-RT-VOL-IDX > WS-RT-VOL-COUNT
                   OR WS-RT-VOL-FOUND = "Y"
               IF WS-RT-VOL-YEAR(WS-RT-VOL-IDX) = WS-AV-YEAR
                       AND WS-RT-VOL-KIND(WS-RT-VOL-IDX)
                           = WS-AV-KIND
                   MOVE "Y" TO WS-RT-VOL-FOUND
               ELSE
                   ADD 1 TO WS-RT-VOL-IDX
               END-IF
           END-PERFORM
           IF WS-RT-VOL-FOUND NOT = "Y"
                   AND WS-RT-VOL-COUNT < 40
               ADD 1 TO WS-RT-VOL-COUNT
               MOVE WS-RT-VOL-COUNT TO WS-RT-VOL-IDX
               MOVE WS-AV-YEAR TO WS-RT-VOL-YEAR(WS-RT-VOL-IDX)
               MOVE WS-AV-KIND TO WS-RT-VOL-KIND(WS-RT-VOL-IDX)
               MOVE ZERO TO WS-RT-VOL-LINES(WS-RT-VOL-IDX)
               MOVE "Y" TO WS-RT-VOL-FOUND
           END-IF
           IF WS-RT-VOL-FOUND = "Y"
               ADD 1 TO WS-RT-VOL-LINES(WS-RT-VOL-IDX)
           END-IF.

       WRITE-DISPOSAL-CERTIFICATE.                                   *> What moved where, on one signed page -- the
                                                                      *> records-retention policy asks for exactly
                                                                      *> this.
           MOVE "DISPOSAL" TO WS-RO-NAME
           MOVE "RECORDS RETENTION DISPOSAL CERTIFICATE"
               TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           MOVE SPACES TO WS-RO-LINE
           STRING "Cutoff: rows dated before " WS-RT-CUTOFF-YEAR
               " (keeping " WS-RT-YEARS " years)"
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Run by: " WS-CURRENT-USER
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-CKP-RESUME = "Y"
               MOVE SPACES TO WS-RO-LINE
               STRING "Resumed from the checkpoint of "
                   WS-CKP-STOP-DATE " " WS-CKP-STOP-TIME
                   " -- the volumes below count this"
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE SPACES TO WS-RO-LINE
               STRING "resumed part only; the totals cover both."
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE "Moved to /home/zelly/archive/:" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-RT-VOL-COUNT = ZERO
               MOVE "  (nothing was old enough to move)"
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE 1 TO WS-RT-VOL-IDX
               PERFORM WS-RT-VOL-COUNT TIMES
                   MOVE SPACES TO WS-RO-LINE
                   STRING "  " WS-RT-VOL-KIND(WS-RT-VOL-IDX)
                       "_" WS-RT-VOL-YEAR(WS-RT-VOL-IDX)
                       ".txt  " WS-RT-VOL-LINES(WS-RT-VOL-IDX)
                       " line(s)"
                       DELIMITED BY SIZE INTO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
                   ADD 1 TO WS-RT-VOL-IDX
               END-PERFORM
           END-IF
           MOVE SPACES TO WS-RO-LINE
           STRING "Audit lines moved: " WS-RT-AUDIT-MOVED
               "  Visit rows moved: " WS-RT-VISIT-MOVED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Audit lines kept on the live log: "
               WS-RT-AUDIT-KEPT DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "Certified by: ______________  Date: __________"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM CLOSE-REPORT-OUTPUT.

       FULL-SET-BACKUP.                                              *> Copy the whole consistent data set into a
                                                                      *> dated folder, write the manifest, and read
                                                                      *> every copy back against its original --
                                                                      *> recovery becomes a menu choice, not
                                                                      *> archaeology.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-BK-STAMP
           MOVE SPACES TO WS-BK-DIR
           STRING "/home/zelly/backup/" WS-BK-STAMP
               DELIMITED BY SIZE INTO WS-BK-DIR
           MOVE SPACES TO WS-BK-COMMAND
           STRING "mkdir -p " WS-BK-DIR DELIMITED BY SIZE
               INTO WS-BK-COMMAND
           CALL "SYSTEM" USING WS-BK-COMMAND
                                                                      *> The patient file first, wherever the
                                                                      *> environment has put it.
           MOVE SPACES TO WS-BK-COMMAND
           STRING "cp " DELIMITED BY SIZE
               WS-PATIENT-FILE-PATH DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-BK-DIR DELIMITED BY SPACE
               "/ 2>/dev/null" DELIMITED BY SIZE
               INTO WS-BK-COMMAND
           CALL "SYSTEM" USING WS-BK-COMMAND
           MOVE 1 TO WS-BK-IDX
           PERFORM 64 TIMES
               MOVE WS-BK-FILE-NAME(WS-BK-IDX) TO WS-BK-NAME
               PERFORM COPY-ONE-BACKUP-FILE
               ADD 1 TO WS-BK-IDX
           END-PERFORM
           PERFORM WRITE-BACKUP-MANIFEST
           PERFORM VERIFY-BACKUP-SET
           MOVE SPACES            TO STUDENT-NUMBER
           MOVE "BACKUP"          TO WS-AUDIT-FIELD-NAME
           MOVE SPACES            TO WS-AUDIT-OLD-VALUE
           MOVE WS-BK-STAMP       TO WS-AUDIT-NEW-VALUE
           PERFORM APPEND-AUDIT-LOG
           DISPLAY "Backup set written under " WS-BK-DIR "/".

       COPY-ONE-BACKUP-FILE.                                         *> cp one named file into the dated folder --
                                                                      *> a file not created yet simply is not there.
           MOVE SPACES TO WS-BK-COMMAND
           STRING "cp /home/zelly/" DELIMITED BY SIZE
               WS-BK-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-BK-DIR DELIMITED BY SPACE
               "/ 2>/dev/null" DELIMITED BY SIZE
               INTO WS-BK-COMMAND
           CALL "SYSTEM" USING WS-BK-COMMAND.

       WRITE-BACKUP-MANIFEST.                                        *> Names and core record counts from in here,
                                                                      *> byte sizes appended by ls afterwards.
           PERFORM COUNT-CORE-RECORDS
           MOVE SPACES TO WS-BK-MANIFEST-PATH
           STRING WS-BK-DIR DELIMITED BY SPACE
               "/MANIFEST.txt" DELIMITED BY SIZE
               INTO WS-BK-MANIFEST-PATH
           OPEN OUTPUT MANIFEST-FILE
           MOVE SPACES TO WS-BK-LINE
           STRING "MEDIKA full-set backup " WS-BK-STAMP
               DELIMITED BY SIZE INTO WS-BK-LINE
           MOVE WS-BK-LINE TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
           MOVE SPACES TO WS-BK-LINE
           STRING "Patient records:        " WS-BK-PAT-COUNT
               DELIMITED BY SIZE INTO WS-BK-LINE
           MOVE WS-BK-LINE TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
           MOVE SPACES TO WS-BK-LINE
           STRING "Visit history rows:     " WS-BK-VH-COUNT
               DELIMITED BY SIZE INTO WS-BK-LINE
           MOVE WS-BK-LINE TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
           MOVE SPACES TO WS-BK-LINE
           STRING "Allergy/imm rows:       " WS-BK-AI-COUNT
               DELIMITED BY SIZE INTO WS-BK-LINE
           MOVE WS-BK-LINE TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
           MOVE "Files and sizes:" TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
           CLOSE MANIFEST-FILE
           MOVE SPACES TO WS-BK-COMMAND
           STRING "ls -l " DELIMITED BY SIZE
               WS-BK-DIR DELIMITED BY SPACE
               " >> " DELIMITED BY SIZE
               WS-BK-MANIFEST-PATH DELIMITED BY SPACE
               INTO WS-BK-COMMAND
           CALL "SYSTEM" USING WS-BK-COMMAND.

       COUNT-CORE-RECORDS.                                           *> Record counts of the three clinical core
                                                                      *> files, for the manifest's restore check.
           MOVE ZERO TO WS-BK-PAT-COUNT
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PATIENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       ADD 1 TO WS-BK-PAT-COUNT
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PATIENT-FILE
           MOVE ZERO TO WS-BK-VH-COUNT
           OPEN INPUT VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ VISIT-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       ADD 1 TO WS-BK-VH-COUNT
                   END-IF
               END-PERFORM
           END-IF
           CLOSE VISIT-HISTORY-FILE
           MOVE ZERO TO WS-BK-AI-COUNT
           OPEN INPUT ALLERGY-IMM-FILE
           IF WS-AI-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ALLERGY-IMM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       ADD 1 TO WS-BK-AI-COUNT
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ALLERGY-IMM-FILE.

       VERIFY-BACKUP-SET.                                            *> cmp every copy against its original; any
                                                                      *> mismatch lands in VERIFY.txt in the folder.
           MOVE SPACES TO WS-BK-VERIFY-PATH
           STRING WS-BK-DIR DELIMITED BY SPACE
               "/VERIFY.txt" DELIMITED BY SIZE
               INTO WS-BK-VERIFY-PATH
           MOVE SPACES TO WS-BK-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
               WS-BK-VERIFY-PATH DELIMITED BY SPACE
               INTO WS-BK-COMMAND
           CALL "SYSTEM" USING WS-BK-COMMAND
           MOVE 1 TO WS-BK-IDX
           PERFORM 64 TIMES
               MOVE WS-BK-FILE-NAME(WS-BK-IDX) TO WS-BK-NAME
               PERFORM VERIFY-ONE-BACKUP-FILE
               ADD 1 TO WS-BK-IDX
           END-PERFORM
           MOVE "Y" TO WS-BK-VERIFY-OK
           OPEN INPUT VERIFY-LIST-FILE
           IF WS-BKV-STATUS NOT = "35"
               READ VERIFY-LIST-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "N" TO WS-BK-VERIFY-OK
                       DISPLAY "** BACKUP VERIFY FAILED:"
                       DISPLAY "** " VERIFY-LIST-RECORD
                       DISPLAY "** See " WS-BK-VERIFY-PATH
               END-READ
               CLOSE VERIFY-LIST-FILE
           END-IF
           IF WS-BK-VERIFY-OK = "Y"
               DISPLAY "Every copy verified readable and identical."
           END-IF.

       VERIFY-ONE-BACKUP-FILE.                                       *> cmp one pair when the original exists.
           MOVE SPACES TO WS-BK-COMMAND
           STRING "if [ -f /home/zelly/" DELIMITED BY SIZE
               WS-BK-NAME DELIMITED BY SPACE
               " ]; then cmp -s /home/zelly/" DELIMITED BY SIZE
               WS-BK-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-BK-DIR DELIMITED BY SPACE
               "/" DELIMITED BY SIZE
               WS-BK-NAME DELIMITED BY SPACE
               " || echo " DELIMITED BY SIZE
               WS-BK-NAME DELIMITED BY SPACE
               " differs >> " DELIMITED BY SIZE
               WS-BK-VERIFY-PATH DELIMITED BY SPACE
               "; fi" DELIMITED BY SIZE
               INTO WS-BK-COMMAND
           CALL "SYSTEM" USING WS-BK-COMMAND.

       GUIDED-RESTORE.                                               *> Put a chosen night's set back over the live
                                                                      *> files -- listed, picked, and confirmed twice.
           CALL "SYSTEM" USING
               "ls /home/zelly/backup > /home/zelly/BACKUPS.LST"
           DISPLAY "Backup sets on disk:"
           OPEN INPUT BACKUP-LIST-FILE
           IF WS-BKL-STATUS = "35"
               DISPLAY "  (none found under /home/zelly/backup)"
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               READ BACKUP-LIST-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   DISPLAY "  " BACKUP-LIST-RECORD
                   READ BACKUP-LIST-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BACKUP-LIST-FILE
           CALL "SYSTEM" USING "rm -f /home/zelly/BACKUPS.LST"
           DISPLAY "Restore which set [YYYYMMDD, blank = none]: "
               WITH NO ADVANCING
           ACCEPT WS-BK-STAMP
           IF WS-BK-STAMP = SPACES
               DISPLAY "Nothing restored."
           ELSE
               DISPLAY "This OVERWRITES the live data files with"
               DISPLAY "the " WS-BK-STAMP " set. Everything keyed"
               DISPLAY "since that night is lost. Proceed? [Y/N]: "
                   WITH NO ADVANCING
               ACCEPT USER-CHOICE
               IF USER-CHOICE = "Y" OR USER-CHOICE = "y"
                   MOVE SPACES TO WS-BK-DIR
                   STRING "/home/zelly/backup/" WS-BK-STAMP
                       DELIMITED BY SIZE INTO WS-BK-DIR
                   MOVE SPACES TO WS-BK-COMMAND
                   STRING "cp " DELIMITED BY SIZE
                       WS-BK-DIR DELIMITED BY SPACE
                       "/* /home/zelly/ 2>/dev/null"
                           DELIMITED BY SIZE
                       INTO WS-BK-COMMAND
                   CALL "SYSTEM" USING WS-BK-COMMAND
                                                                      *> The patient file goes back to wherever
                                                                      *> the environment has put it, mirroring
                                                                      *> the backup side -- the bulk copy above
                                                                      *> only lands it under /home/zelly.
                   MOVE SPACES TO WS-BK-COMMAND
                   STRING "cp " DELIMITED BY SIZE
                       WS-BK-DIR DELIMITED BY SPACE
                       "/$(basename " DELIMITED BY SIZE
                       WS-PATIENT-FILE-PATH DELIMITED BY SPACE
                       ") " DELIMITED BY SIZE
                       WS-PATIENT-FILE-PATH DELIMITED BY SPACE
                       " 2>/dev/null" DELIMITED BY SIZE
                       INTO WS-BK-COMMAND
                   CALL "SYSTEM" USING WS-BK-COMMAND
                   MOVE SPACES       TO STUDENT-NUMBER
                   MOVE "RESTORE"    TO WS-AUDIT-FIELD-NAME
                   MOVE SPACES       TO WS-AUDIT-OLD-VALUE
                   MOVE WS-BK-STAMP  TO WS-AUDIT-NEW-VALUE
                   PERFORM APPEND-AUDIT-LOG
                   DISPLAY "Set restored. Check the folder's"
                   DISPLAY "MANIFEST.txt counts against the files."
               ELSE
                   DISPLAY "Nothing restored."
               END-IF
           END-IF.

       RUN-JOB-SCHEDULE.                                             *> Execute JOBSCHED.DAT's steps in order, logging
                                                                      *> START and OK per step -- with RESTART, steps
                                                                      *> already OK today are skipped, so a dead step
                                                                      *> three is rerun without redoing one and two.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-TODAY-COMPACT
           MOVE SPACES TO WS-JB-LOG-PATH
           STRING "/home/zelly/JOBRUN_" WS-TODAY-COMPACT ".log"
               DELIMITED BY SIZE INTO WS-JB-LOG-PATH
           PERFORM LOAD-JOB-SCHEDULE
           IF WS-JB-COUNT = ZERO
               DISPLAY "No steps on the schedule -- maintain"
               DISPLAY "/home/zelly/JOBSCHED.DAT first."
           ELSE
               MOVE ZERO TO WS-JB-RAN
               MOVE ZERO TO WS-JB-SKIPPED
               MOVE 1 TO WS-JB-IDX
               PERFORM WS-JB-COUNT TIMES
                   PERFORM RUN-ONE-JOB-STEP
                   ADD 1 TO WS-JB-IDX
               END-PERFORM
               DISPLAY "Steps run: " WS-JB-RAN
                   "  skipped (already OK): " WS-JB-SKIPPED
               DISPLAY "Run log: " WS-JB-LOG-PATH
           END-IF.

       LOAD-JOB-SCHEDULE.                                            *> The step table off JOBSCHED.DAT.
           MOVE ZERO TO WS-JB-COUNT
           OPEN INPUT JOB-SCHED-FILE
           IF WS-JB-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               READ JOB-SCHED-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   IF JOB-SCHED-RECORD NOT = SPACES
                           AND WS-JB-COUNT < 20
                       ADD 1 TO WS-JB-COUNT
                       MOVE SPACES
                           TO WS-JB-STEP(WS-JB-COUNT)
                       MOVE SPACES
                           TO WS-JB-ACTION(WS-JB-COUNT)
                       MOVE SPACES
                           TO WS-JB-ARG1(WS-JB-COUNT)
                       MOVE SPACES
                           TO WS-JB-ARG2(WS-JB-COUNT)
                       UNSTRING JOB-SCHED-RECORD DELIMITED BY ","
                           INTO WS-JB-STEP(WS-JB-COUNT)
                               WS-JB-ACTION(WS-JB-COUNT)
                               WS-JB-ARG1(WS-JB-COUNT)
                               WS-JB-ARG2(WS-JB-COUNT)
                   END-IF
                   READ JOB-SCHED-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE JOB-SCHED-FILE
           END-IF.

       RUN-ONE-JOB-STEP.                                             *> Skip, or log START / dispatch / log OK.
           IF WS-JB-RESTART = "Y"
               PERFORM CHECK-JOB-STEP-DONE
           ELSE
               MOVE "N" TO WS-JB-STEP-DONE
           END-IF
           IF WS-JB-STEP-DONE = "Y"
               ADD 1 TO WS-JB-SKIPPED
               DISPLAY "Skipping " WS-JB-STEP(WS-JB-IDX)
                   " -- already OK today."
           ELSE
               MOVE SPACES TO WS-JB-LINE
               STRING "STEP " WS-JB-STEP(WS-JB-IDX) " START "
                   WS-JB-ACTION(WS-JB-IDX)
                   DELIMITED BY SIZE INTO WS-JB-LINE
               PERFORM WRITE-JOB-LOG-LINE
               MOVE "N" TO WS-JB-STEP-FAILED
               PERFORM DISPATCH-JOB-ACTION
                                                                      *> A failed dispatch must NOT log OK --
                                                                      *> that is the line RESTART skips on.
               IF WS-JB-STEP-FAILED NOT = "Y"
                   MOVE SPACES TO WS-JB-LINE
                   STRING "STEP " WS-JB-STEP(WS-JB-IDX) " OK"
                       DELIMITED BY SIZE INTO WS-JB-LINE
                   PERFORM WRITE-JOB-LOG-LINE
                   ADD 1 TO WS-JB-RAN
               END-IF
           END-IF.

       DISPATCH-JOB-ACTION.                                          *> The same actions RUN-BATCH-MODE knows, with
                                                                      *> the arguments taken off the schedule line.
           EVALUATE WS-JB-ACTION(WS-JB-IDX)
               WHEN "TREND"
                   MOVE WS-JB-ARG1(WS-JB-IDX)(1:10) TO WS-TM-CODE
                   MOVE "N" TO WS-TREND-TERM-MODE
                   IF WS-TM-CODE(5:1) = "/"
                       MOVE WS-TM-CODE(1:7) TO WS-TREND-MONTH
                   ELSE
                       PERFORM RESOLVE-TERM-CODE
                       IF WS-TM-FOUND = "Y"
                           MOVE "Y" TO WS-TREND-TERM-MODE
                       ELSE
                           MOVE WS-TM-CODE(1:7) TO WS-TREND-MONTH
                       END-IF
                   END-IF
                   MOVE "TREND" TO WS-RO-NAME
                   MOVE "MONTHLY VISIT/CONDITION TREND REPORT"
                       TO WS-RO-TITLE
                   PERFORM OPEN-REPORT-OUTPUT
                   PERFORM TREND-REPORT-BODY
                   PERFORM CLOSE-REPORT-OUTPUT
               WHEN "STALE"
                   MOVE "STALE" TO WS-RO-NAME
                   MOVE "STALE PRESCRIPTION FOLLOW-UP REPORT"
                       TO WS-RO-TITLE
                   PERFORM OPEN-REPORT-OUTPUT
                   PERFORM STALE-PRESCRIPTION-BODY
                   PERFORM CLOSE-REPORT-OUTPUT
               WHEN "ROSTER"
                   MOVE "ROSTER" TO WS-RO-NAME
                   MOVE "HEALTH CONDITION ROSTER REPORT"
                       TO WS-RO-TITLE
                   PERFORM OPEN-REPORT-OUTPUT
                   PERFORM HEALTH-CONDITION-ROSTER-BODY
                   PERFORM CLOSE-REPORT-OUTPUT
               WHEN "DEMOG"
                   MOVE "DEMOG" TO WS-RO-NAME
                   MOVE "AGE/SEX DEMOGRAPHIC SUMMARY REPORT"
                       TO WS-RO-TITLE
                   PERFORM OPEN-REPORT-OUTPUT
                   PERFORM DEMOGRAPHIC-SUMMARY-BODY
                   PERFORM CLOSE-REPORT-OUTPUT
               WHEN "CSV"
                   PERFORM EXPORT-ROSTER-FULL
               WHEN "DELTA"
                   PERFORM EXPORT-ROSTER-DELTA
               WHEN "CONTACTS"
                   MOVE WS-JB-ARG1(WS-JB-IDX)
                       TO WS-ALERT-CONDITION
                   PERFORM EXPORT-CONTACTS-BODY
               WHEN "CLOSEOUT"
                   PERFORM END-OF-DAY-CLOSEOUT-BODY
               WHEN "MORBIDITY"
                   MOVE WS-JB-ARG1(WS-JB-IDX)(1:4) TO WS-MB-YEAR
                   MOVE WS-JB-ARG2(WS-JB-IDX)(1:1) TO WS-MB-QUARTER
                   PERFORM MORBIDITY-EXTRACT-BODY
               WHEN "OUTREACH"
                   MOVE WS-JB-ARG1(WS-JB-IDX) TO WS-OUTREACH-CYS
                   MOVE WS-JB-ARG2(WS-JB-IDX)
                       TO WS-OUTREACH-CONDITION
                   PERFORM OUTREACH-SEARCH-BODY
               WHEN "NUTRITION"
                   MOVE "NUTRI" TO WS-RO-NAME
                   MOVE "NUTRITIONAL STATUS REPORT" TO WS-RO-TITLE
                   PERFORM OPEN-REPORT-OUTPUT
                   PERFORM NUTRITION-STATUS-BODY
                   PERFORM CLOSE-REPORT-OUTPUT
               WHEN "ADVISERS"
                   MOVE "ADVISERS" TO WS-RO-NAME
                   MOVE "ABSENCE-EXCUSE FEED TO SECTION ADVISERS"
                       TO WS-RO-TITLE
                   PERFORM OPEN-REPORT-OUTPUT
                   PERFORM ADVISER-FEED-BODY
                   PERFORM CLOSE-REPORT-OUTPUT
               WHEN "ANNUAL"
                   MOVE WS-JB-ARG1(WS-JB-IDX)(1:9) TO WS-YR-SY
                   IF WS-YR-SY = SPACES
                       PERFORM GET-CURRENT-SCHOOL-YEAR
                       MOVE WS-CN-CURRENT-SY TO WS-YR-SY
                   END-IF
                   PERFORM ANNUAL-REPORT-BODY
                   IF WS-YR-OK NOT = "Y"
                       MOVE "Y" TO WS-JB-STEP-FAILED
                       MOVE SPACES TO WS-JB-LINE
                       STRING "STEP " WS-JB-STEP(WS-JB-IDX)
                           " FAILED school year not YYYY-YYYY"
                           DELIMITED BY SIZE INTO WS-JB-LINE
                       PERFORM WRITE-JOB-LOG-LINE
                   END-IF
               WHEN "LETTERS"
                   MOVE WS-JB-ARG1(WS-JB-IDX) TO WS-PL-CYS
                   MOVE "N" TO WS-PL-REPRINT
                   PERFORM PARENT-LETTER-BODY
               WHEN "REFIN"
                   MOVE WS-JB-ARG1(WS-JB-IDX)(1:3) TO WS-SD-TEXT
                   PERFORM SET-REFERRAL-IN-DAYS
                   PERFORM REFERRAL-IN-OVERDUE
               WHEN "DUTYCOVER"
                   PERFORM SET-DR-LAST-MONTH
                   IF WS-JB-ARG1(WS-JB-IDX) NOT = SPACES
                       MOVE WS-JB-ARG1(WS-JB-IDX)(1:7) TO WS-DR-MONTH
                   END-IF
                   PERFORM DUTY-COVERAGE-BODY
                   IF WS-DR-OK NOT = "Y"
                       MOVE "Y" TO WS-JB-STEP-FAILED
                       MOVE SPACES TO WS-JB-LINE
                       STRING "STEP " WS-JB-STEP(WS-JB-IDX)
                           " FAILED month not YYYY/MM"
                           DELIMITED BY SIZE INTO WS-JB-LINE
                       PERFORM WRITE-JOB-LOG-LINE
                   END-IF
               WHEN "INSRECON"
                   MOVE WS-JB-ARG1(WS-JB-IDX)(1:9) TO WS-CV-SY
                   IF WS-CV-SY = SPACES
                       PERFORM GET-CURRENT-SCHOOL-YEAR
                       MOVE WS-CN-CURRENT-SY TO WS-CV-SY
                   END-IF
                   PERFORM INS-RECONCILE-BODY
                   IF WS-CV-OK NOT = "Y"
                       MOVE "Y" TO WS-JB-STEP-FAILED
                       MOVE SPACES TO WS-JB-LINE
                       STRING "STEP " WS-JB-STEP(WS-JB-IDX)
                           " FAILED school year not YYYY-YYYY"
                           DELIMITED BY SIZE INTO WS-JB-LINE
                       PERFORM WRITE-JOB-LOG-LINE
                   END-IF
               WHEN "EMREXPORT"
                   PERFORM EMR-EXPORT-BODY
                   IF WS-EM-OK NOT = "Y"
                       MOVE "Y" TO WS-JB-STEP-FAILED
                       MOVE SPACES TO WS-JB-LINE
                       STRING "STEP " WS-JB-STEP(WS-JB-IDX)
                           " FAILED no EMR start date in EMR.CFG"
                           DELIMITED BY SIZE INTO WS-JB-LINE
                       PERFORM WRITE-JOB-LOG-LINE
                   END-IF
               WHEN "EMRACK"
                   PERFORM EMR-ACK-IMPORT
               WHEN "EVACROSTER"
                   MOVE WS-JB-ARG1(WS-JB-IDX)(1:1) TO WS-SN-DAY
                   MOVE WS-JB-ARG2(WS-JB-IDX)(1:5) TO WS-SN-TIME
                   PERFORM EVAC-ROSTER-BODY
                   IF WS-SN-OK NOT = "Y"
                       MOVE "Y" TO WS-JB-STEP-FAILED
                       MOVE SPACES TO WS-JB-LINE
                       STRING "STEP " WS-JB-STEP(WS-JB-IDX)
                           " FAILED drill day or time not valid"
                           DELIMITED BY SIZE INTO WS-JB-LINE
                       PERFORM WRITE-JOB-LOG-LINE
                   END-IF
               WHEN "RUNQUERY"
                   MOVE WS-JB-ARG1(WS-JB-IDX)(1:12) TO WS-QR-NAME
                   PERFORM QUERY-RUN-BODY
                   IF WS-QR-OK NOT = "Y"
                       MOVE "Y" TO WS-JB-STEP-FAILED
                       MOVE SPACES TO WS-JB-LINE
                       STRING "STEP " WS-JB-STEP(WS-JB-IDX)
                           " FAILED no such query, or its term"
                           " is not on the calendar"
                           DELIMITED BY SIZE INTO WS-JB-LINE
                       PERFORM WRITE-JOB-LOG-LINE
                   END-IF
               WHEN "STATSREBUILD"
                   PERFORM REBUILD-DAILY-STATS-BODY
               WHEN "HANDOVER"
                   PERFORM SHIFT-HANDOVER-REPORT
               WHEN "NOTIFY"
                   PERFORM BUILD-NOTIFICATION-OUTBOX
               WHEN "BACKUP"
                   PERFORM FULL-SET-BACKUP
               WHEN "RETENTION"
                   IF WS-JB-ARG1(WS-JB-IDX)(1:2) IS NUMERIC
                       MOVE WS-JB-ARG1(WS-JB-IDX)(1:2)
                           TO WS-RT-YEARS
                   END-IF
                   PERFORM RETENTION-PURGE-BODY
               WHEN OTHER
                   MOVE "Y" TO WS-JB-STEP-FAILED
                   MOVE SPACES TO WS-JB-LINE
                   STRING "STEP " WS-JB-STEP(WS-JB-IDX)
                       " FAILED unknown action "
                       WS-JB-ACTION(WS-JB-IDX)
                       DELIMITED BY SIZE INTO WS-JB-LINE
                   PERFORM WRITE-JOB-LOG-LINE
                   DISPLAY "Unknown action on step "
                       WS-JB-STEP(WS-JB-IDX) " -- see the run log."
           END-EVALUATE.

       WRITE-JOB-LOG-LINE.                                           *> Time-stamp WS-JB-LINE onto today's run log.
           ACCEPT WS-JB-TIME-RAW FROM TIME
           MOVE SPACES TO WS-JB-TIME
           MOVE WS-JB-TIME-RAW(1:2) TO WS-JB-TIME(1:2)
           MOVE ":"                 TO WS-JB-TIME(3:1)
           MOVE WS-JB-TIME-RAW(3:2) TO WS-JB-TIME(4:2)
           MOVE ":"                 TO WS-JB-TIME(6:1)
           MOVE WS-JB-TIME-RAW(5:2) TO WS-JB-TIME(7:2)
           OPEN EXTEND JOB-RUN-LOG-FILE
           IF WS-JBL-STATUS = "35"                                    *> First line of the day -- create the log.
               OPEN OUTPUT JOB-RUN-LOG-FILE
           END-IF
           MOVE SPACES TO JOB-RUN-LOG-RECORD
           STRING WS-JB-TIME " " WS-JB-LINE
               DELIMITED BY SIZE INTO JOB-RUN-LOG-RECORD
           WRITE JOB-RUN-LOG-RECORD
           CLOSE JOB-RUN-LOG-FILE
           DISPLAY WS-JB-TIME " " WS-JB-LINE.

       CHECK-JOB-STEP-DONE.                                          *> Does today's log carry "STEP <name> OK"?
           MOVE "N" TO WS-JB-STEP-DONE
           MOVE SPACES TO WS-JB-PROBE
           STRING "STEP " WS-JB-STEP(WS-JB-IDX)
               DELIMITED BY SIZE INTO WS-JB-PROBE
           OPEN INPUT JOB-RUN-LOG-FILE
           IF WS-JBL-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               READ JOB-RUN-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   MOVE ZERO TO WS-JB-TALLY
                   INSPECT JOB-RUN-LOG-RECORD
                       TALLYING WS-JB-TALLY FOR ALL WS-JB-PROBE
                   IF WS-JB-TALLY > ZERO
                       MOVE ZERO TO WS-JB-TALLY
                       INSPECT JOB-RUN-LOG-RECORD
                           TALLYING WS-JB-TALLY FOR ALL " OK"
                       IF WS-JB-TALLY > ZERO
                           MOVE "Y" TO WS-JB-STEP-DONE
                       END-IF
                   END-IF
                   READ JOB-RUN-LOG-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE JOB-RUN-LOG-FILE
           END-IF.

       MAR-MENU.                                                     *> Scheduled in-school doses -- the paper tick
                                                                      *> card, on file.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      MEDICATION ADMINISTRATION RECORD"
           DISPLAY FRA-ME
           DISPLAY "1) Add/update a schedule"
           DISPLAY "2) Today's due doses"
           DISPLAY "3) Sign off a dose given"
           DISPLAY "4) Missed-dose report"
           DISPLAY "5) End a schedule"
           DISPLAY "6) Receive parent-supplied medication"
           DISPLAY "7) Parent-supplied medication held"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-MR-CHOICE
           EVALUATE WS-MR-CHOICE
               WHEN "1"
                   PERFORM ADD-MAR-SCHEDULE
               WHEN "2"
                   PERFORM MAR-DUE-TODAY
               WHEN "3"
                   PERFORM SIGN-OFF-MAR-DOSE
               WHEN "4"
                   PERFORM MAR-MISSED-DOSE-REPORT
               WHEN "5"
                   PERFORM END-MAR-SCHEDULE
               WHEN "6"
                   PERFORM RECEIVE-PARENT-SUPPLY
               WHEN "7"
                   PERFORM PARENT-SUPPLY-ON-HAND
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-MR-CHOICE NOT = "x" AND WS-MR-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM MAR-MENU
           END-IF.

       ADD-MAR-SCHEDULE.                                             *> One drug's schedule for one student.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           MOVE "N" TO WS-DUPLICATE-FOUND
           IF WS-STUDENT-NUMBER NOT = SPACES
               PERFORM CHECK-DUPLICATE-STUDENT
           END-IF
           IF WS-DUPLICATE-FOUND NOT = "Y"
               DISPLAY "No patient record on file for that Student"
               DISPLAY "ID -- add the record first (option a)."
           ELSE
               OPEN I-O MAR-FILE
               IF WS-MR-FILE-STATUS = "35"                            *> File does not exist yet -- create it.
                   OPEN OUTPUT MAR-FILE
               END-IF
               MOVE WS-STUDENT-NUMBER TO MR-STUDENT-NUMBER
               DISPLAY "Drug (as on the bottle): " WITH NO ADVANCING
               ACCEPT MR-DRUG
               DISPLAY "Dose per administration: " WITH NO ADVANCING
               ACCEPT MR-DOSE
               DISPLAY "Time 1 [HH:MM]: " WITH NO ADVANCING
               ACCEPT MR-TIME-1
               DISPLAY "Time 2 [HH:MM, blank = none]: "
                   WITH NO ADVANCING
               ACCEPT MR-TIME-2
               DISPLAY "Time 3 [HH:MM, blank = none]: "
                   WITH NO ADVANCING
               ACCEPT MR-TIME-3
               DISPLAY "Time 4 [HH:MM, blank = none]: "
                   WITH NO ADVANCING
               ACCEPT MR-TIME-4
               DISPLAY "Prescriber: " WITH NO ADVANCING
               ACCEPT MR-PRESCRIBER
               DISPLAY "Start date [YYYY/MM/DD]: " WITH NO ADVANCING
               ACCEPT MR-START-DATE
               DISPLAY "End date [YYYY/MM/DD]: " WITH NO ADVANCING
               ACCEPT MR-END-DATE
               DISPLAY "Doses come from our cabinet stock? [Y/N]: "
                   WITH NO ADVANCING
               ACCEPT MR-FROM-CABINET
               IF MR-FROM-CABINET = "y"
                   MOVE "Y" TO MR-FROM-CABINET
               END-IF
               IF MR-FROM-CABINET NOT = "Y"
                   MOVE "N" TO MR-FROM-CABINET
               END-IF
               WRITE MAR-RECORD
                   INVALID KEY
                       DISPLAY "A schedule for that student and drug"
                       DISPLAY "is already on file -- overwriting."
                       REWRITE MAR-RECORD
               END-WRITE
               CLOSE MAR-FILE
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE "MAR SCHEDULE" TO WS-AUDIT-FIELD-NAME
               MOVE SPACES        TO WS-AUDIT-OLD-VALUE
               MOVE MR-DRUG       TO WS-AUDIT-NEW-VALUE
               PERFORM APPEND-AUDIT-LOG
               DISPLAY "Schedule saved."
           END-IF.

       MAR-DUE-TODAY.                                                *> The morning worklist -- every active
                                                                      *> schedule and its times.
           PERFORM FORMAT-TODAY-SLASHED
           MOVE ZERO TO WS-MR-COUNT
           DISPLAY FRA-ME
           DISPLAY "DOSES DUE " WS-TODAY-SLASHED
           DISPLAY FRA-ME
           OPEN INPUT MAR-FILE
           IF WS-MR-FILE-STATUS = "35"
               DISPLAY "No schedules on file yet."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ MAR-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF MR-START-DATE <= WS-TODAY-SLASHED
                               AND MR-END-DATE >= WS-TODAY-SLASHED
                           ADD 1 TO WS-MR-COUNT
                           DISPLAY MR-STUDENT-NUMBER " " MR-DRUG
                           DISPLAY "   " MR-DOSE " at " MR-TIME-1
                               " " MR-TIME-2 " " MR-TIME-3 " "
                               MR-TIME-4
                           IF MR-FROM-CABINET NOT = "Y"
                               PERFORM SHOW-PARENT-SUPPLY
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE MAR-FILE
           DISPLAY FRA-ME
           DISPLAY "Active schedules today: " WS-MR-COUNT.

       SIGN-OFF-MAR-DOSE.                                            *> One dose given, onto the sign-off log --
                                                                      *> drawing cabinet stock when the schedule says
                                                                      *> the doses are ours.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           DISPLAY "Drug: " WITH NO ADVANCING
           ACCEPT WS-MR-DRUG
           OPEN INPUT MAR-FILE
           IF WS-MR-FILE-STATUS = "35"
               DISPLAY "No schedules on file yet."
               CLOSE MAR-FILE
           ELSE
               MOVE WS-STUDENT-NUMBER TO MR-STUDENT-NUMBER
               MOVE WS-MR-DRUG        TO MR-DRUG
               READ MAR-FILE
                   INVALID KEY
                       DISPLAY "No schedule for that student and"
                       DISPLAY "drug."
                       CLOSE MAR-FILE
                   NOT INVALID KEY
                       CLOSE MAR-FILE
                       MOVE "Y" TO WS-PS-SIGN-OK
                       IF MR-FROM-CABINET NOT = "Y"
                           PERFORM CHECK-PARENT-SUPPLY
                       END-IF
                       IF WS-PS-SIGN-OK = "Y"
                           PERFORM WRITE-MAR-SIGN-OFF
                       ELSE
                           DISPLAY "Dose not signed off."
                       END-IF
               END-READ
           END-IF.

       WRITE-MAR-SIGN-OFF.                                           *> The log line itself, plus the stock draw.
           PERFORM FORMAT-TODAY-SLASHED
           DISPLAY "Scheduled slot covered [HH:MM]: "
               WITH NO ADVANCING
           ACCEPT WS-MR-SLOT
           ACCEPT WS-VH-TIME-RAW FROM TIME
           MOVE SPACES TO WS-VH-TIME-SLOT
           MOVE WS-VH-TIME-RAW(1:2) TO WS-VH-TIME-SLOT(1:2)
           MOVE ":"                 TO WS-VH-TIME-SLOT(3:1)
           MOVE WS-VH-TIME-RAW(3:2) TO WS-VH-TIME-SLOT(4:2)
           OPEN EXTEND MAR-LOG-FILE
           IF WS-MRL-STATUS = "35"                                    *> File does not exist yet -- create it.
               OPEN OUTPUT MAR-LOG-FILE
           END-IF
           MOVE SPACES TO MAR-LOG-RECORD
           MOVE WS-TODAY-SLASHED  TO MRL-DATE
           MOVE WS-VH-TIME-SLOT   TO MRL-TIME-GIVEN
           MOVE WS-STUDENT-NUMBER TO MRL-STUDENT-NUMBER
           MOVE MR-DRUG           TO MRL-DRUG
           MOVE WS-MR-SLOT        TO MRL-SLOT
           MOVE WS-CURRENT-USER   TO MRL-GIVEN-BY
           WRITE MAR-LOG-RECORD
           CLOSE MAR-LOG-FILE
           DISPLAY "Dose signed off."
           IF MR-FROM-CABINET = "Y"
               MOVE MR-DRUG TO WS-MEDICATION-NAME
               MOVE "M" TO WS-DL-SOURCE
               PERFORM DEDUCT-MEDICATION-STOCK
               MOVE "V" TO WS-DL-SOURCE
           ELSE
               PERFORM DRAW-PARENT-SUPPLY
           END-IF
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "MAR DOSE"   TO WS-AUDIT-FIELD-NAME
           MOVE MR-DRUG      TO WS-AUDIT-OLD-VALUE
           MOVE WS-MR-SLOT   TO WS-AUDIT-NEW-VALUE
           PERFORM APPEND-AUDIT-LOG.

       MAR-MISSED-DOSE-REPORT.                                       *> For one day: every scheduled slot with no
                                                                      *> sign-off line -- the report for the parent.
           DISPLAY "Date to check [YYYY/MM/DD]: " WITH NO ADVANCING
           ACCEPT WS-MR-DATE
           MOVE ZERO TO WS-MR-MISSED
           OPEN INPUT MAR-FILE
           IF WS-MR-FILE-STATUS = "35"
               DISPLAY "No schedules on file yet."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ MAR-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF MR-START-DATE <= WS-MR-DATE
                               AND MR-END-DATE >= WS-MR-DATE
                           PERFORM CHECK-MAR-DAY-SLOTS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE MAR-FILE
           DISPLAY FRA-ME
           DISPLAY "Missed doses on " WS-MR-DATE ": " WS-MR-MISSED.

       CHECK-MAR-DAY-SLOTS.                                          *> Each non-blank slot of the schedule in the
                                                                      *> buffer, against the sign-off log.
           IF MR-TIME-1 NOT = SPACES
               MOVE MR-TIME-1 TO WS-MR-SLOT
               PERFORM CHECK-ONE-MAR-SLOT
           END-IF
           IF MR-TIME-2 NOT = SPACES
               MOVE MR-TIME-2 TO WS-MR-SLOT
               PERFORM CHECK-ONE-MAR-SLOT
           END-IF
           IF MR-TIME-3 NOT = SPACES
               MOVE MR-TIME-3 TO WS-MR-SLOT
               PERFORM CHECK-ONE-MAR-SLOT
           END-IF
           IF MR-TIME-4 NOT = SPACES
               MOVE MR-TIME-4 TO WS-MR-SLOT
               PERFORM CHECK-ONE-MAR-SLOT
           END-IF.

       CHECK-ONE-MAR-SLOT.                                           *> Was this slot signed off that day?
           MOVE "N" TO WS-MR-GIVEN
           OPEN INPUT MAR-LOG-FILE
           IF WS-MRL-STATUS NOT = "35"
               MOVE "N" TO WS-MS-EOF-FLAG
               READ MAR-LOG-FILE
                   AT END MOVE "Y" TO WS-MS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-MS-EOF-FLAG = "Y"
                   IF MRL-DATE = WS-MR-DATE
                           AND MRL-STUDENT-NUMBER
                               = MR-STUDENT-NUMBER
                           AND MRL-DRUG = MR-DRUG
                           AND MRL-SLOT = WS-MR-SLOT
                       MOVE "Y" TO WS-MR-GIVEN
                       MOVE "Y" TO WS-MS-EOF-FLAG
                   END-IF
                   IF WS-MS-EOF-FLAG NOT = "Y"
                       READ MAR-LOG-FILE
                           AT END MOVE "Y" TO WS-MS-EOF-FLAG
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           CLOSE MAR-LOG-FILE
           IF WS-MR-GIVEN NOT = "Y"
               ADD 1 TO WS-MR-MISSED
               DISPLAY "MISSED " MR-STUDENT-NUMBER " " MR-DRUG
                   " at " WS-MR-SLOT
           END-IF.

       END-MAR-SCHEDULE.                                             *> Close a schedule out by pulling its end date
                                                                      *> back to today.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           DISPLAY "Drug: " WITH NO ADVANCING
           ACCEPT WS-MR-DRUG
           OPEN I-O MAR-FILE
           IF WS-MR-FILE-STATUS = "35"
               DISPLAY "No schedules on file yet."
               CLOSE MAR-FILE
           ELSE
               MOVE WS-STUDENT-NUMBER TO MR-STUDENT-NUMBER
               MOVE WS-MR-DRUG        TO MR-DRUG
               READ MAR-FILE
                   INVALID KEY
                       DISPLAY "No schedule for that student and"
                       DISPLAY "drug."
                   NOT INVALID KEY
                       PERFORM FORMAT-TODAY-SLASHED
                       MOVE WS-TODAY-SLASHED TO MR-END-DATE
                       REWRITE MAR-RECORD
                       DISPLAY "Schedule ended as of today."
                       IF MR-FROM-CABINET NOT = "Y"
                           PERFORM RETURN-PARENT-SUPPLY
                       END-IF
               END-READ
               CLOSE MAR-FILE
           END-IF.


       RECEIVE-PARENT-SUPPLY.                                        *> Count in one container the parent hands over
                                                                      *> for a parent-supplied MAR schedule.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           DISPLAY "Drug (as on the schedule): " WITH NO ADVANCING
           ACCEPT WS-MR-DRUG
           MOVE "N" TO WS-PS-SIGN-OK
           OPEN INPUT MAR-FILE
           IF WS-MR-FILE-STATUS NOT = "35"
               MOVE WS-STUDENT-NUMBER TO MR-STUDENT-NUMBER
               MOVE WS-MR-DRUG        TO MR-DRUG
               READ MAR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF MR-FROM-CABINET NOT = "Y"
                           MOVE "Y" TO WS-PS-SIGN-OK
                       END-IF
               END-READ
           END-IF
           CLOSE MAR-FILE
           IF WS-PS-SIGN-OK NOT = "Y"
               DISPLAY "No parent-supplied schedule for that student"
               DISPLAY "and drug -- add the schedule first (option 1)."
           ELSE
               PERFORM FIND-PARENT-SUPPLY
               OPEN I-O PARENT-SUPPLY-FILE
               IF WS-PS-FILE-STATUS = "35"                            *> File does not exist yet -- create it.
                   OPEN OUTPUT PARENT-SUPPLY-FILE
               END-IF
               MOVE SPACES TO PARENT-SUPPLY-RECORD
               MOVE WS-STUDENT-NUMBER TO PS-STUDENT-NUMBER
               MOVE WS-MR-DRUG        TO PS-DRUG
               MOVE WS-PS-NEXT-SEQ    TO PS-SEQ
               DISPLAY "Strength (e.g. 10 mg/5 mL): " WITH NO ADVANCING
               ACCEPT PS-STRENGTH
               DISPLAY "Units counted in: " WITH NO ADVANCING
               ACCEPT PS-QTY-RECEIVED
               MOVE PS-QTY-RECEIVED TO PS-QTY-ON-HAND
               DISPLAY "Units per dose [1]: " WITH NO ADVANCING
               ACCEPT PS-UNITS-PER-DOSE
               IF PS-UNITS-PER-DOSE = ZERO
                   MOVE 1 TO PS-UNITS-PER-DOSE
               END-IF
               DISPLAY "Expiry on the label [YYYY/MM/DD]: "
                   WITH NO ADVANCING
               ACCEPT PS-EXPIRY-DATE
               DISPLAY "Brought in by: " WITH NO ADVANCING
               ACCEPT PS-BROUGHT-BY
               PERFORM FORMAT-TODAY-SLASHED
               MOVE WS-TODAY-SLASHED TO PS-RECEIVED-DATE
               MOVE WS-CURRENT-USER  TO PS-RECEIVED-BY
               MOVE "A"              TO PS-STATUS
               MOVE ZERO             TO PS-RETURNED-QTY
               IF PS-EXPIRY-DATE < WS-TODAY-SLASHED
                   DISPLAY "** This container is already expired --"
                   DISPLAY "** hand it back and ask for a new one."
               END-IF
               WRITE PARENT-SUPPLY-RECORD
                   INVALID KEY
                       DISPLAY "Container number already on file --"
                       DISPLAY "not saved."
                   NOT INVALID KEY
                       DISPLAY "Received as container " PS-SEQ "."
               END-WRITE
               CLOSE PARENT-SUPPLY-FILE
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE "PARENT MED IN"   TO WS-AUDIT-FIELD-NAME
               MOVE WS-MR-DRUG        TO WS-AUDIT-OLD-VALUE
               MOVE PS-QTY-RECEIVED   TO WS-PS-ED
               MOVE SPACES            TO WS-AUDIT-NEW-VALUE
               STRING "Received " WS-PS-ED " unit(s)"
                   DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
               PERFORM APPEND-AUDIT-LOG
           END-IF.

       FIND-PARENT-SUPPLY.                                           *> What the parent has supplied for the schedule
                                                                      *> in the MAR buffer: usable units on hand, units
                                                                      *> expired, the container to draw from next
                                                                      *> (earliest expiry first), and the next number.
           PERFORM FORMAT-TODAY-SLASHED
           MOVE ZERO TO WS-PS-ON-HAND
           MOVE ZERO TO WS-PS-EXPIRED-QTY
           MOVE "N"  TO WS-PS-BEST-FOUND
           MOVE 1    TO WS-PS-NEXT-SEQ
           MOVE HIGH-VALUES TO WS-PS-BEST-EXPIRY
           OPEN INPUT PARENT-SUPPLY-FILE
           IF WS-PS-FILE-STATUS NOT = "35"
               MOVE MR-STUDENT-NUMBER TO PS-STUDENT-NUMBER
               MOVE MR-DRUG           TO PS-DRUG
               MOVE ZERO              TO PS-SEQ
               MOVE "N" TO WS-PS-EOF-FLAG
               START PARENT-SUPPLY-FILE
                   KEY IS NOT LESS THAN PS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-PS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-PS-EOF-FLAG = "Y"
                   READ PARENT-SUPPLY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-PS-EOF-FLAG
                   END-READ
                   IF WS-PS-EOF-FLAG NOT = "Y"
                       IF PS-STUDENT-NUMBER NOT = MR-STUDENT-NUMBER
                               OR PS-DRUG NOT = MR-DRUG
                           MOVE "Y" TO WS-PS-EOF-FLAG
                       ELSE
                           COMPUTE WS-PS-NEXT-SEQ = PS-SEQ + 1
                           IF PS-STATUS = "A"
                                   AND PS-QTY-ON-HAND > ZERO
                               IF PS-EXPIRY-DATE < WS-TODAY-SLASHED
                                   ADD PS-QTY-ON-HAND
                                       TO WS-PS-EXPIRED-QTY
                               ELSE
                                   ADD PS-QTY-ON-HAND TO WS-PS-ON-HAND
                                   IF PS-EXPIRY-DATE
                                           < WS-PS-BEST-EXPIRY
                                       MOVE "Y" TO WS-PS-BEST-FOUND
                                       MOVE PS-SEQ
                                           TO WS-PS-BEST-SEQ
                                       MOVE PS-EXPIRY-DATE
                                           TO WS-PS-BEST-EXPIRY
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PARENT-SUPPLY-FILE
                                                                      *> "Running out" is three school days of doses
                                                                      *> at the schedule's slots.
           MOVE ZERO TO WS-PS-SLOTS
           IF MR-TIME-1 NOT = SPACES
               ADD 1 TO WS-PS-SLOTS
           END-IF
           IF MR-TIME-2 NOT = SPACES
               ADD 1 TO WS-PS-SLOTS
           END-IF
           IF MR-TIME-3 NOT = SPACES
               ADD 1 TO WS-PS-SLOTS
           END-IF
           IF MR-TIME-4 NOT = SPACES
               ADD 1 TO WS-PS-SLOTS
           END-IF
           COMPUTE WS-PS-LOW-MARK = WS-PS-SLOTS * 3.

       SHOW-PARENT-SUPPLY.                                           *> The count and its warnings, for the schedule
                                                                      *> in the MAR buffer.
           PERFORM FIND-PARENT-SUPPLY
           MOVE WS-PS-ON-HAND TO WS-PS-ED
           DISPLAY "   Parent supply on hand: " WS-PS-ED
           IF WS-PS-EXPIRED-QTY > ZERO
               MOVE WS-PS-EXPIRED-QTY TO WS-PS-ED
               DISPLAY "   ** " WS-PS-ED " unit(s) EXPIRED -- do not"
                   " give; return to the parent."
           END-IF
           IF WS-PS-BEST-FOUND NOT = "Y"
               DISPLAY "   ** No usable parent supply -- call the"
                   " parent."
           ELSE
               IF WS-PS-ON-HAND NOT > WS-PS-LOW-MARK
                   DISPLAY "   ** Running out -- ask the parent for"
                       " more."
               END-IF
           END-IF.

       CHECK-PARENT-SUPPLY.                                          *> Before a parent-supplied dose is signed off:
                                                                      *> with nothing usable on hand the nurse must
                                                                      *> say the dose really was given.
           MOVE "Y" TO WS-PS-SIGN-OK
           PERFORM SHOW-PARENT-SUPPLY
           IF WS-PS-BEST-FOUND NOT = "Y"
               DISPLAY "Sign the dose off anyway? [Y/N]: "
                   WITH NO ADVANCING
               ACCEPT WS-PS-SIGN-OK
               IF WS-PS-SIGN-OK = "y"
                   MOVE "Y" TO WS-PS-SIGN-OK
               END-IF
           END-IF.

       DRAW-PARENT-SUPPLY.                                           *> Count the dose out of the parent's container
                                                                      *> that expires first.
           PERFORM FIND-PARENT-SUPPLY
           IF WS-PS-BEST-FOUND = "Y"
               OPEN I-O PARENT-SUPPLY-FILE
               MOVE MR-STUDENT-NUMBER TO PS-STUDENT-NUMBER
               MOVE MR-DRUG           TO PS-DRUG
               MOVE WS-PS-BEST-SEQ    TO PS-SEQ
               READ PARENT-SUPPLY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PS-UNITS-PER-DOSE TO WS-PS-DRAW
                       IF WS-PS-DRAW > PS-QTY-ON-HAND
                           MOVE PS-QTY-ON-HAND TO WS-PS-DRAW
                       END-IF
                       SUBTRACT WS-PS-DRAW FROM PS-QTY-ON-HAND
                       REWRITE PARENT-SUPPLY-RECORD
                       MOVE PS-QTY-ON-HAND TO WS-PS-ED
                       DISPLAY "Container " PS-SEQ " now has "
                           WS-PS-ED " unit(s) left."
                       SUBTRACT WS-PS-DRAW FROM WS-PS-ON-HAND
                       IF WS-PS-ON-HAND NOT > WS-PS-LOW-MARK
                           DISPLAY "** Parent supply running out --"
                               " ask the parent for more."
                       END-IF
               END-READ
               CLOSE PARENT-SUPPLY-FILE
           END-IF.

       PARENT-SUPPLY-ON-HAND.                                        *> Every container still held, by student and
                                                                      *> drug -- the count to show a parent.
           PERFORM FORMAT-TODAY-SLASHED
           MOVE ZERO TO WS-PS-CONTAINERS
           DISPLAY FRA-ME
           DISPLAY "PARENT-SUPPLIED MEDICATION HELD " WS-TODAY-SLASHED
           DISPLAY FRA-ME
           OPEN INPUT PARENT-SUPPLY-FILE
           IF WS-PS-FILE-STATUS = "35"
               DISPLAY "Nothing has been received yet."
           ELSE
               MOVE "N" TO WS-PS-EOF-FLAG
               PERFORM UNTIL WS-PS-EOF-FLAG = "Y"
                   READ PARENT-SUPPLY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-PS-EOF-FLAG
                       NOT AT END
                           IF PS-STATUS = "A"
                               ADD 1 TO WS-PS-CONTAINERS
                               MOVE PS-QTY-RECEIVED TO WS-PS-ED
                               MOVE PS-QTY-ON-HAND  TO WS-PS-ED-2
                               DISPLAY PS-STUDENT-NUMBER " " PS-DRUG
                               DISPLAY "   #" PS-SEQ " " PS-STRENGTH
                                   " in " WS-PS-ED " left " WS-PS-ED-2
                                   " exp " PS-EXPIRY-DATE
                               IF PS-EXPIRY-DATE < WS-TODAY-SLASHED
                                   DISPLAY "   ** EXPIRED -- return to"
                                       " the parent."
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PARENT-SUPPLY-FILE
           DISPLAY FRA-ME
           DISPLAY "Containers held: " WS-PS-CONTAINERS.

       RETURN-PARENT-SUPPLY.                                         *> The schedule in the MAR buffer has ended --
                                                                      *> count every container back out and print the
                                                                      *> receipt the parent signs.
           PERFORM FORMAT-TODAY-SLASHED
           MOVE ZERO TO WS-PS-CONTAINERS
           DISPLAY "Returned to (parent/guardian name): "
               WITH NO ADVANCING
           ACCEPT WS-PS-RETURNED-TO
           OPEN OUTPUT PARENT-RECEIPT-FILE
           MOVE FRA-ME TO WS-SLIP-LINE
           PERFORM PUT-RECEIPT-LINE
           MOVE "   MEDIKA CLINIC -- RETURN OF PARENT-SUPPLIED MEDICINE"
               TO WS-SLIP-LINE
           PERFORM PUT-RECEIPT-LINE
           MOVE FRA-ME TO WS-SLIP-LINE
           PERFORM PUT-RECEIPT-LINE
           STRING "Student ID: " MR-STUDENT-NUMBER DELIMITED BY SIZE
               INTO WS-SLIP-LINE
           PERFORM PUT-RECEIPT-LINE
           STRING "Medicine: " MR-DRUG "  Dose: " MR-DOSE
               DELIMITED BY SIZE INTO WS-SLIP-LINE
           PERFORM PUT-RECEIPT-LINE
           STRING "Schedule: " MR-START-DATE " to " MR-END-DATE
               DELIMITED BY SIZE INTO WS-SLIP-LINE
           PERFORM PUT-RECEIPT-LINE
           MOVE FRA-ME TO WS-SLIP-LINE
           PERFORM PUT-RECEIPT-LINE
           OPEN I-O PARENT-SUPPLY-FILE
           IF WS-PS-FILE-STATUS NOT = "35"
               MOVE MR-STUDENT-NUMBER TO PS-STUDENT-NUMBER
               MOVE MR-DRUG           TO PS-DRUG
               MOVE ZERO              TO PS-SEQ
               MOVE "N" TO WS-PS-EOF-FLAG
               START PARENT-SUPPLY-FILE
                   KEY IS NOT LESS THAN PS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-PS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-PS-EOF-FLAG = "Y"
                   READ PARENT-SUPPLY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-PS-EOF-FLAG
                   END-READ
                   IF WS-PS-EOF-FLAG NOT = "Y"
                       IF PS-STUDENT-NUMBER NOT = MR-STUDENT-NUMBER
                               OR PS-DRUG NOT = MR-DRUG
                           MOVE "Y" TO WS-PS-EOF-FLAG
                       ELSE
                           IF PS-STATUS = "A"
                               PERFORM RETURN-ONE-CONTAINER
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PARENT-SUPPLY-FILE
           IF WS-PS-CONTAINERS = ZERO
               MOVE "No parent-supplied containers were held."
                   TO WS-SLIP-LINE
               PERFORM PUT-RECEIPT-LINE
           END-IF
           STRING "Returned on " WS-TODAY-SLASHED " by "
               WS-CURRENT-USER DELIMITED BY SIZE INTO WS-SLIP-LINE
           PERFORM PUT-RECEIPT-LINE
           STRING "Received by: " WS-PS-RETURNED-TO
               DELIMITED BY SIZE INTO WS-SLIP-LINE
           PERFORM PUT-RECEIPT-LINE
           MOVE " " TO WS-SLIP-LINE
           PERFORM PUT-RECEIPT-LINE
           MOVE "Parent/guardian signature: ______________________"
               TO WS-SLIP-LINE
           PERFORM PUT-RECEIPT-LINE
           MOVE "Nurse signature:           ______________________"
               TO WS-SLIP-LINE
           PERFORM PUT-RECEIPT-LINE
           MOVE FRA-ME TO WS-SLIP-LINE
           PERFORM PUT-RECEIPT-LINE
           CLOSE PARENT-RECEIPT-FILE
           DISPLAY "Receipt saved to /home/zelly/PS_RECEIPT.txt".

       RETURN-ONE-CONTAINER.                                         *> Count one container out onto the receipt; a
                                                                      *> count short of the record is shown and audited.
           ADD 1 TO WS-PS-CONTAINERS
           MOVE PS-QTY-ON-HAND TO WS-PS-EXPECTED
           COMPUTE WS-PS-USED = PS-QTY-RECEIVED - PS-QTY-ON-HAND
           MOVE WS-PS-EXPECTED TO WS-PS-ED
           DISPLAY "Container " PS-SEQ " should hold " WS-PS-ED
               " -- count actually handed back: " WITH NO ADVANCING
           ACCEPT WS-PS-COUNTED
           MOVE "R"               TO PS-STATUS
           MOVE WS-TODAY-SLASHED  TO PS-RETURN-DATE
           MOVE WS-PS-COUNTED     TO PS-RETURNED-QTY
           MOVE WS-PS-RETURNED-TO TO PS-RETURNED-TO
           REWRITE PARENT-SUPPLY-RECORD
           STRING "Container " PS-SEQ "  " PS-STRENGTH
               "  expiry " PS-EXPIRY-DATE
               DELIMITED BY SIZE INTO WS-SLIP-LINE
           PERFORM PUT-RECEIPT-LINE
           MOVE PS-QTY-RECEIVED TO WS-PS-ED
           STRING "   Received " PS-RECEIVED-DATE " from "
               PS-BROUGHT-BY DELIMITED BY SIZE INTO WS-SLIP-LINE
           PERFORM PUT-RECEIPT-LINE
           MOVE WS-PS-USED TO WS-PS-ED-2
           STRING "   Units received: " WS-PS-ED
               "   Doses given from it: " WS-PS-ED-2
               DELIMITED BY SIZE INTO WS-SLIP-LINE
           PERFORM PUT-RECEIPT-LINE
           MOVE WS-PS-EXPECTED TO WS-PS-ED
           MOVE WS-PS-COUNTED  TO WS-PS-ED-2
           STRING "   Units on record: " WS-PS-ED
               "   Units handed back: " WS-PS-ED-2
               DELIMITED BY SIZE INTO WS-SLIP-LINE
           PERFORM PUT-RECEIPT-LINE
           IF WS-PS-COUNTED NOT = WS-PS-EXPECTED
               MOVE "   ** Count differs from the record."
                   TO WS-SLIP-LINE
               PERFORM PUT-RECEIPT-LINE
               MOVE MR-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE "PARENT MED COUNT" TO WS-AUDIT-FIELD-NAME
               MOVE SPACES TO WS-AUDIT-OLD-VALUE
               STRING MR-DRUG(1:15) " expected " WS-PS-ED
                   DELIMITED BY SIZE INTO WS-AUDIT-OLD-VALUE
               MOVE SPACES TO WS-AUDIT-NEW-VALUE
               STRING "counted " WS-PS-ED-2
                   DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
               PERFORM APPEND-AUDIT-LOG
           END-IF.

       PUT-RECEIPT-LINE.                                             *> Write WS-SLIP-LINE to the receipt and screen.
           MOVE WS-SLIP-LINE TO PARENT-RECEIPT-RECORD
           WRITE PARENT-RECEIPT-RECORD
           DISPLAY WS-SLIP-LINE
           MOVE SPACES TO WS-SLIP-LINE.
       COUNSEL-MENU.                                                 *> NURSE/ADMIN only -- the caller gates the role.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      CONFIDENTIAL COUNSELING RECORDS"
           DISPLAY FRA-ME
           DISPLAY "1) Add a record"
           DISPLAY "2) Inquiry by student (access is logged)"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-CO-CHOICE-2
           EVALUATE WS-CO-CHOICE-2
               WHEN "1"
                   PERFORM ADD-COUNSEL-RECORD
               WHEN "2"
                   PERFORM COUNSEL-INQUIRY
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-CO-CHOICE-2 NOT = "x" AND WS-CO-CHOICE-2 NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM COUNSEL-MENU
           END-IF.

       MASK-COUNSEL-NOTES.                                           *> Same self-inverse rotation as the health
                                                                      *> fields, over both note lines.
           INSPECT CO-NOTES-1 CONVERTING WS-MASK-ALPHA-FROM
               TO WS-MASK-ALPHA-TO
           INSPECT CO-NOTES-1 CONVERTING WS-MASK-DIGIT-FROM
               TO WS-MASK-DIGIT-TO
           INSPECT CO-NOTES-2 CONVERTING WS-MASK-ALPHA-FROM
               TO WS-MASK-ALPHA-TO
           INSPECT CO-NOTES-2 CONVERTING WS-MASK-DIGIT-FROM
               TO WS-MASK-DIGIT-TO.

       ADD-COUNSEL-RECORD.                                           *> One counseling contact, notes masked at rest.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM FORMAT-TODAY-SLASHED
           OPEN I-O COUNSEL-FILE
           IF WS-CO-FILE-STATUS-2 = "35"                              *> File does not exist yet -- create it.
               OPEN OUTPUT COUNSEL-FILE
           END-IF
           MOVE WS-STUDENT-NUMBER TO CO-STUDENT-NUMBER
           MOVE WS-TODAY-SLASHED  TO CO-DATE
           ACCEPT WS-VH-TIME-RAW FROM TIME
           MOVE SPACES TO WS-VH-TIME-SLOT
           MOVE WS-VH-TIME-RAW(1:2) TO WS-VH-TIME-SLOT(1:2)
           MOVE ":"                 TO WS-VH-TIME-SLOT(3:1)
           MOVE WS-VH-TIME-RAW(3:2) TO WS-VH-TIME-SLOT(4:2)
           MOVE WS-VH-TIME-SLOT TO CO-TIME
           DISPLAY "Category (broad, e.g. guidance): "
               WITH NO ADVANCING
           ACCEPT CO-CATEGORY
           DISPLAY "Notes line 1: " WITH NO ADVANCING
           ACCEPT CO-NOTES-1
           DISPLAY "Notes line 2: " WITH NO ADVANCING
           ACCEPT CO-NOTES-2
           MOVE WS-CURRENT-USER TO CO-RECORDED-BY
           PERFORM MASK-COUNSEL-NOTES
           WRITE COUNSEL-RECORD
               INVALID KEY
                   REWRITE COUNSEL-RECORD
           END-WRITE
           CLOSE COUNSEL-FILE
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "COUNSEL RECORD" TO WS-AUDIT-FIELD-NAME
           MOVE SPACES           TO WS-AUDIT-OLD-VALUE
           MOVE "ADDED"          TO WS-AUDIT-NEW-VALUE
           PERFORM APPEND-AUDIT-LOG
           DISPLAY "Record saved.".

       COUNSEL-INQUIRY.                                              *> One student's records, every view logged.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "COUNSEL VIEW" TO WS-AUDIT-FIELD-NAME
           MOVE SPACES         TO WS-AUDIT-OLD-VALUE
           MOVE "INQUIRY"      TO WS-AUDIT-NEW-VALUE
           PERFORM APPEND-AUDIT-LOG
           MOVE WS-STUDENT-NUMBER TO WS-AX-STUDENT
           MOVE "COUNSELING"      TO WS-AX-SCREEN
           PERFORM LOG-RECORD-VIEW
           MOVE ZERO TO WS-CO-COUNT-2
           OPEN INPUT COUNSEL-FILE
           IF WS-CO-FILE-STATUS-2 = "35"
               DISPLAY "No counseling records on file."
           ELSE
               MOVE WS-STUDENT-NUMBER TO CO-STUDENT-NUMBER
               MOVE LOW-VALUE         TO CO-DATE
               MOVE LOW-VALUE         TO CO-TIME
               MOVE "N" TO WS-EOF-FLAG
               START COUNSEL-FILE
                   KEY IS NOT LESS THAN CO-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ COUNSEL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF CO-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-CO-COUNT-2
                           PERFORM MASK-COUNSEL-NOTES
                           DISPLAY CO-DATE " " CO-TIME " "
                               CO-CATEGORY
                           DISPLAY "   " CO-NOTES-1
                           DISPLAY "   " CO-NOTES-2
                           DISPLAY "   Recorded by " CO-RECORDED-BY
                           DISPLAY FRA-ME
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE COUNSEL-FILE
           DISPLAY "Records shown: " WS-CO-COUNT-2.

       WRITE-RELEASE-COUNSELING.                                     *> Counseling rows into the release package --
                                                                      *> only reached when explicitly included.
           MOVE ZERO TO WS-CO-COUNT-2
           OPEN INPUT COUNSEL-FILE
           IF WS-CO-FILE-STATUS-2 NOT = "35"
               MOVE WS-STUDENT-NUMBER TO CO-STUDENT-NUMBER
               MOVE LOW-VALUE         TO CO-DATE
               MOVE LOW-VALUE         TO CO-TIME
               MOVE "N" TO WS-AP-EOF-FLAG
               START COUNSEL-FILE
                   KEY IS NOT LESS THAN CO-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AP-EOF-FLAG
               END-START
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ COUNSEL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF CO-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE "Y" TO WS-AP-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-CO-COUNT-2
                           PERFORM MASK-COUNSEL-NOTES
                           MOVE SPACES TO WS-RL-LINE
                           STRING CO-DATE " " CO-TIME " "
                               CO-CATEGORY DELIMITED BY SIZE
                               INTO WS-RL-LINE
                           PERFORM WRITE-RELEASE-LINE
                           MOVE SPACES TO WS-RL-LINE
                           STRING "   " CO-NOTES-1
                               DELIMITED BY SIZE INTO WS-RL-LINE
                           PERFORM WRITE-RELEASE-LINE
                           MOVE SPACES TO WS-RL-LINE
                           STRING "   " CO-NOTES-2
                               DELIMITED BY SIZE INTO WS-RL-LINE
                           PERFORM WRITE-RELEASE-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE COUNSEL-FILE
           IF WS-CO-COUNT-2 = ZERO
               MOVE "(No counseling records on file.)"
                   TO RELEASE-RECORD
               WRITE RELEASE-RECORD
           END-IF.

       SPORTS-CLEARANCE-MENU.                                        *> Pre-participation assessments and the status
                                                                      *> report the PE department asks for.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      SPORTS/PE CLEARANCE"
           DISPLAY FRA-ME
           DISPLAY "1) Record an assessment"
           DISPLAY "2) Clearance status report"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-SC-CHOICE
           EVALUATE WS-SC-CHOICE
               WHEN "1"
                   PERFORM RECORD-SPORTS-ASSESSMENT
               WHEN "2"
                   PERFORM SPORTS-CLEARANCE-REPORT
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-SC-CHOICE NOT = "x" AND WS-SC-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM SPORTS-CLEARANCE-MENU
           END-IF.

       RECORD-SPORTS-ASSESSMENT.                                     *> One examination, dated today or as examined.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           MOVE "N" TO WS-DUPLICATE-FOUND
           IF WS-STUDENT-NUMBER NOT = SPACES
               PERFORM CHECK-DUPLICATE-STUDENT
           END-IF
           IF WS-DUPLICATE-FOUND NOT = "Y"
               DISPLAY "No patient record on file for that Student"
               DISPLAY "ID -- add the record first (option a)."
           ELSE
               OPEN I-O SPORTS-CLEAR-FILE
               IF WS-SC-FILE-STATUS = "35"                            *> File does not exist yet -- create it.
                   OPEN OUTPUT SPORTS-CLEAR-FILE
               END-IF
               MOVE WS-STUDENT-NUMBER TO SC-STUDENT-NUMBER
               DISPLAY "Date examined [YYYY/MM/DD]: "
                   WITH NO ADVANCING
               ACCEPT SC-EXAM-DATE
               DISPLAY "Activity/sport: " WITH NO ADVANCING
               ACCEPT SC-ACTIVITY
               DISPLAY "Findings: " WITH NO ADVANCING
               ACCEPT SC-FINDINGS
               DISPLAY "Result -- (C)leared, (R)estrictions,"
               DISPLAY "(N)ot cleared: " WITH NO ADVANCING
               ACCEPT SC-RESULT
               PERFORM UNTIL SC-RESULT = "C" OR SC-RESULT = "R"
                       OR SC-RESULT = "N"
                   DISPLAY "Please enter C, R or N: "
                       WITH NO ADVANCING
                   ACCEPT SC-RESULT
               END-PERFORM
               MOVE SPACES TO SC-RESTRICTIONS
               IF SC-RESULT = "R"
                   DISPLAY "Restrictions: " WITH NO ADVANCING
                   ACCEPT SC-RESTRICTIONS
               END-IF
               DISPLAY "Clearance valid until [YYYY/MM/DD]: "
                   WITH NO ADVANCING
               ACCEPT SC-EXPIRY-DATE
               DISPLAY "Examining physician: " WITH NO ADVANCING
               ACCEPT SC-EXAMINER
               WRITE SPORTS-CLEAR-RECORD
                   INVALID KEY
                       DISPLAY "An assessment for that student and"
                       DISPLAY "date is on file -- overwriting."
                       REWRITE SPORTS-CLEAR-RECORD
               END-WRITE
               CLOSE SPORTS-CLEAR-FILE
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE "SPORTS ASSESS" TO WS-AUDIT-FIELD-NAME
               MOVE SC-ACTIVITY     TO WS-AUDIT-OLD-VALUE
               MOVE SC-RESULT       TO WS-AUDIT-NEW-VALUE
               PERFORM APPEND-AUDIT-LOG
               DISPLAY "Assessment recorded."
           END-IF.

       SPORTS-CLEARANCE-REPORT.                                      *> Latest assessment per student, filtered by
                                                                      *> section when one is given -- the list the PE
                                                                      *> department gets back.
           DISPLAY "Course/Section (blank = every section): "
               WITH NO ADVANCING
           ACCEPT WS-SC-CYS
           MOVE "SPORTS" TO WS-RO-NAME
           MOVE "SPORTS/PE CLEARANCE STATUS" TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           MOVE ZERO TO WS-SC-COUNT
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               MOVE "No patient records have been added yet."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PATIENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF ARCHIVE-STATUS NOT = "X"
                               AND STUDENT-NUMBER NOT = SPACES
                               AND (WS-SC-CYS = SPACES
                                   OR STUDENT-CYS = WS-SC-CYS)
                           PERFORM EMIT-SPORTS-STATUS-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PATIENT-FILE
           MOVE SPACES TO WS-RO-LINE
           STRING "Students listed: " WS-SC-COUNT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM CLOSE-REPORT-OUTPUT.

       EMIT-SPORTS-STATUS-LINE.                                      *> One roster record's clearance position.
           MOVE STUDENT-NUMBER TO WS-CP-STUDENT
           PERFORM FIND-LATEST-SPORTS-ASSESS
           ADD 1 TO WS-SC-COUNT
           MOVE SPACES TO WS-RO-LINE
           IF WS-SC-FOUND NOT = "Y"
               STRING STUDENT-CYS " " STUDENT-NUMBER " "
                   PATIENT-NAME " NOT ASSESSED"
                   DELIMITED BY SIZE INTO WS-RO-LINE
           ELSE
               EVALUATE WS-SC-RESULT
                   WHEN "C"
                       STRING STUDENT-CYS " " STUDENT-NUMBER " "
                           PATIENT-NAME " CLEARED until "
                           WS-SC-EXPIRY
                           DELIMITED BY SIZE INTO WS-RO-LINE
                   WHEN "R"
                       STRING STUDENT-CYS " " STUDENT-NUMBER " "
                           PATIENT-NAME " RESTRICTED: "
                           WS-SC-RESTRICTIONS
                           DELIMITED BY SIZE INTO WS-RO-LINE
                   WHEN OTHER
                       STRING STUDENT-CYS " " STUDENT-NUMBER " "
                           PATIENT-NAME " NOT CLEARED"
                           DELIMITED BY SIZE INTO WS-RO-LINE
               END-EVALUATE
           END-IF
           PERFORM EMIT-REPORT-LINE.

       FIND-LATEST-SPORTS-ASSESS.                                    *> Most recent assessment for WS-CP-STUDENT --
                                                                      *> result fields into the WS-SC- items.
           MOVE "N" TO WS-SC-FOUND
           OPEN INPUT SPORTS-CLEAR-FILE
           IF WS-SC-FILE-STATUS NOT = "35"
               MOVE WS-CP-STUDENT TO SC-STUDENT-NUMBER
               MOVE LOW-VALUE     TO SC-EXAM-DATE
               MOVE "N" TO WS-MS-EOF-FLAG
               START SPORTS-CLEAR-FILE
                   KEY IS NOT LESS THAN SC-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-MS-EOF-FLAG
               END-START
               PERFORM UNTIL WS-MS-EOF-FLAG = "Y"
                   READ SPORTS-CLEAR-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-MS-EOF-FLAG
                   END-READ
                   IF WS-MS-EOF-FLAG NOT = "Y"
                       IF SC-STUDENT-NUMBER NOT = WS-CP-STUDENT
                           MOVE "Y" TO WS-MS-EOF-FLAG
                       ELSE
                           MOVE "Y" TO WS-SC-FOUND
                           MOVE SC-ACTIVITY     TO WS-SC-ACTIVITY
                           MOVE SC-RESULT       TO WS-SC-RESULT
                           MOVE SC-RESTRICTIONS
                               TO WS-SC-RESTRICTIONS
                           MOVE SC-EXPIRY-DATE  TO WS-SC-EXPIRY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE SPORTS-CLEAR-FILE.

       CHECK-SPORTS-CLEARANCE-TYPE.                                  *> A "sports" certificate type must stand on a
                                                                      *> recorded, current, passing assessment.
           MOVE "N" TO WS-SC-CERT
           MOVE "Y" TO WS-SC-OK
           MOVE ZERO TO WS-SC-TALLY
           INSPECT WS-CERT-TYPE TALLYING WS-SC-TALLY
               FOR ALL "sport"
           INSPECT WS-CERT-TYPE TALLYING WS-SC-TALLY
               FOR ALL "SPORT"
           INSPECT WS-CERT-TYPE TALLYING WS-SC-TALLY
               FOR ALL "Sport"
           IF WS-SC-TALLY > ZERO
               MOVE "Y" TO WS-SC-CERT
               MOVE WS-STUDENT-NUMBER TO WS-CP-STUDENT
               PERFORM FIND-LATEST-SPORTS-ASSESS
               PERFORM FORMAT-TODAY-SLASHED
               EVALUATE TRUE
                   WHEN WS-SC-FOUND NOT = "Y"
                       MOVE "N" TO WS-SC-OK
                       DISPLAY "No pre-participation assessment on"
                       DISPLAY "file -- record one first (Clinic"
                       DISPLAY "Services, Sports/PE clearance)."
                   WHEN WS-SC-RESULT = "N"
                       MOVE "N" TO WS-SC-OK
                       DISPLAY "The latest assessment says NOT"
                       DISPLAY "CLEARED -- no certificate issued."
                   WHEN WS-SC-EXPIRY < WS-TODAY-SLASHED
                       MOVE "N" TO WS-SC-OK
                       DISPLAY "The latest clearance expired "
                           WS-SC-EXPIRY " -- re-assess first."
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       IMMUNIZATION-IMPORT.                                          *> Load the division registry extract -- match
                                                                      *> by Student Number, skip doses already held
                                                                      *> under the student-plus-date key, reject the
                                                                      *> unmatched for manual follow-up.
           DISPLAY FRA-ME
           DISPLAY "Reads /home/zelly/IMMIMPORT.DAT"
           DISPLAY "(student,vaccine,dose,date per line)."
           OPEN INPUT IMM-IMPORT-FILE
           IF WS-II-FILE-STATUS = "35"
               DISPLAY "No import file found -- nothing to do."
               CLOSE IMM-IMPORT-FILE
           ELSE
                                                                      *> A load cut off part-way resumes after the
                                                                      *> last line checkpointed -- same extract,
                                                                      *> same reject list, totals carried over.
               MOVE "IMMIMPORT" TO WS-CKP-RUN
               PERFORM OFFER-CHECKPOINT-RESUME
               MOVE WS-CKP-COUNT-1 TO WS-II-LOADED
               MOVE WS-CKP-COUNT-2 TO WS-II-SKIPPED
               MOVE WS-CKP-COUNT-3 TO WS-II-REJECTED
               IF WS-CKP-RESUME = "Y"
                   OPEN EXTEND IMM-REJECT-FILE
               ELSE
                   OPEN OUTPUT IMM-REJECT-FILE
               END-IF
               MOVE WS-CKP-READ TO WS-CKP-SKIP
               MOVE "N" TO WS-EOF-FLAG
               READ IMM-IMPORT-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   IF WS-CKP-SKIP > ZERO
                       SUBTRACT 1 FROM WS-CKP-SKIP
                   ELSE
                       IF IMM-IMPORT-RECORD NOT = SPACES
                           PERFORM IMPORT-ONE-IMM-LINE
                       END-IF
                       MOVE IMM-IMPORT-RECORD(1:40) TO WS-CKP-LAST-KEY
                       MOVE WS-II-LOADED   TO WS-CKP-COUNT-1
                       MOVE WS-II-SKIPPED  TO WS-CKP-COUNT-2
                       MOVE WS-II-REJECTED TO WS-CKP-COUNT-3
                       PERFORM TICK-CHECKPOINT
                   END-IF
                   READ IMM-IMPORT-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE IMM-IMPORT-FILE
               CLOSE IMM-REJECT-FILE
               PERFORM CLEAR-CHECKPOINT
               DISPLAY FRA-ME
               DISPLAY "Doses loaded:          " WS-II-LOADED
               DISPLAY "Already held, skipped: " WS-II-SKIPPED
               DISPLAY "Rejected (see file):   " WS-II-REJECTED
               DISPLAY "Rejects written to"
               DISPLAY "/home/zelly/IMMIMPORT_REJECTS.txt"
           END-IF.

       IMPORT-ONE-IMM-LINE.                                          *> Parse, match, dedupe and write one line.
           MOVE SPACES TO WS-II-STUDENT
           MOVE SPACES TO WS-II-VACCINE
           MOVE SPACES TO WS-II-DOSE
           MOVE SPACES TO WS-II-DATE
           UNSTRING IMM-IMPORT-RECORD DELIMITED BY ","
               INTO WS-II-STUDENT WS-II-VACCINE WS-II-DOSE
                   WS-II-DATE
           MOVE WS-II-STUDENT TO WS-STUDENT-NUMBER
           MOVE "N" TO WS-DUPLICATE-FOUND
           IF WS-STUDENT-NUMBER NOT = SPACES
               PERFORM CHECK-DUPLICATE-STUDENT
           END-IF
           IF WS-DUPLICATE-FOUND NOT = "Y"
               ADD 1 TO WS-II-REJECTED
               MOVE SPACES TO WS-II-LINE
               STRING "NO CLINIC RECORD: " IMM-IMPORT-RECORD
                   DELIMITED BY SIZE INTO WS-II-LINE
               MOVE WS-II-LINE TO IMM-REJECT-RECORD
               WRITE IMM-REJECT-RECORD
               MOVE "Y" TO WS-CKP-CHANGED
               DISPLAY WS-II-LINE
           ELSE
               OPEN I-O ALLERGY-IMM-FILE
               IF WS-AI-FILE-STATUS = "35"                            *> File does not exist yet -- create it. A file
                                                                      *> just opened OUTPUT cannot be read back, so
                                                                      *> the first line loads with no dedupe probe
                                                                      *> (a brand-new file holds nothing to match).
                   OPEN OUTPUT ALLERGY-IMM-FILE
                   PERFORM LOAD-ONE-IMM-ROW
               ELSE
                   MOVE WS-II-STUDENT TO AI-STUDENT-NUMBER
                   MOVE WS-II-DATE    TO AI-ENTRY-DATE
                   READ ALLERGY-IMM-FILE
                       INVALID KEY
                           PERFORM LOAD-ONE-IMM-ROW
                       NOT INVALID KEY
                                                                      *> A row for that student and date is
                                                                      *> already held -- do not overwrite it.
                           ADD 1 TO WS-II-SKIPPED
                   END-READ
               END-IF
               CLOSE ALLERGY-IMM-FILE
           END-IF.

       LOAD-ONE-IMM-ROW.                                             *> Write one imported "I" row; the file is
                                                                      *> already open for writing.
           MOVE WS-II-STUDENT TO AI-STUDENT-NUMBER
           MOVE WS-II-DATE    TO AI-ENTRY-DATE
           MOVE "I"           TO AI-RECORD-TYPE
           MOVE WS-II-VACCINE TO AI-DESCRIPTION
           MOVE WS-II-DOSE    TO AI-REACTION-OR-DOSE
           MOVE "Division registry import" TO AI-NOTES
           WRITE ALLERGY-IMM-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           MOVE "W" TO WS-JN-ACTION
           PERFORM JOURNAL-ALLERGY
           ADD 1 TO WS-II-LOADED
           MOVE "Y" TO WS-CKP-CHANGED.

       GET-CLOCK-HHMM.                                               *> The wall clock as HH:MM in WS-VH-TIME-SLOT.
           ACCEPT WS-VH-TIME-RAW FROM TIME
           MOVE SPACES TO WS-VH-TIME-SLOT
           MOVE WS-VH-TIME-RAW(1:2) TO WS-VH-TIME-SLOT(1:2)
           MOVE ":"                 TO WS-VH-TIME-SLOT(3:1)
           MOVE WS-VH-TIME-RAW(3:2) TO WS-VH-TIME-SLOT(4:2).

       QUEUE-SERVICE-REPORT.                                         *> One month's waits by hour of day and day of
                                                                      *> week -- the evidence for the second-nurse
                                                                      *> request.
           DISPLAY "Month to report (YYYY/MM): " WITH NO ADVANCING
           ACCEPT WS-QT-MONTH
           MOVE "QUEUESVC" TO WS-RO-NAME
           MOVE "MONTHLY QUEUE WAIT/SERVICE REPORT" TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           MOVE ZERO TO WS-QT-PATIENTS
           MOVE 1 TO WS-QT-HOUR-IDX
           PERFORM 24 TIMES
               MOVE ZERO TO WS-QT-H-COUNT(WS-QT-HOUR-IDX)
               MOVE ZERO TO WS-QT-H-TOTAL(WS-QT-HOUR-IDX)
               MOVE ZERO TO WS-QT-H-MAX(WS-QT-HOUR-IDX)
               ADD 1 TO WS-QT-HOUR-IDX
           END-PERFORM
           MOVE 1 TO WS-QT-DOW-IDX
           PERFORM 7 TIMES
               MOVE ZERO TO WS-QT-D-COUNT(WS-QT-DOW-IDX)
               MOVE ZERO TO WS-QT-D-TOTAL(WS-QT-DOW-IDX)
               MOVE ZERO TO WS-QT-D-MAX(WS-QT-DOW-IDX)
               ADD 1 TO WS-QT-DOW-IDX
           END-PERFORM
           OPEN INPUT QUEUE-FILE
           IF WS-QU-FILE-STATUS = "35"
               MOVE "Nobody has checked in yet." TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF QU-QUEUE-DATE(1:7) = WS-QT-MONTH
                               AND QU-TIME-IN NOT = SPACES
                               AND QU-TIME-CALLED NOT = SPACES
                           PERFORM TALLY-QUEUE-WAIT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE QUEUE-FILE
           PERFORM EMIT-QUEUE-SERVICE-LINES
           PERFORM CLOSE-REPORT-OUTPUT.

       TALLY-QUEUE-WAIT.                                             *> One completed wait into the hour and
                                                                      *> day-of-week buckets.
           IF QU-TIME-IN(1:2) IS NUMERIC
                   AND QU-TIME-IN(4:2) IS NUMERIC
                   AND QU-TIME-CALLED(1:2) IS NUMERIC
                   AND QU-TIME-CALLED(4:2) IS NUMERIC
               MOVE QU-TIME-IN(1:2) TO WS-QT-HH
               MOVE QU-TIME-IN(4:2) TO WS-QT-MM
               COMPUTE WS-QT-IN-MIN = WS-QT-HH * 60 + WS-QT-MM
               MOVE QU-TIME-CALLED(1:2) TO WS-QT-HH
               MOVE QU-TIME-CALLED(4:2) TO WS-QT-MM
               COMPUTE WS-QT-CALL-MIN = WS-QT-HH * 60 + WS-QT-MM
               COMPUTE WS-QT-WAIT = WS-QT-CALL-MIN - WS-QT-IN-MIN
               IF WS-QT-WAIT >= ZERO
                   ADD 1 TO WS-QT-PATIENTS
                   MOVE QU-TIME-IN(1:2) TO WS-QT-HOUR-IDX
                   ADD 1 TO WS-QT-HOUR-IDX
                   ADD 1 TO WS-QT-H-COUNT(WS-QT-HOUR-IDX)
                   ADD WS-QT-WAIT TO WS-QT-H-TOTAL(WS-QT-HOUR-IDX)
                   IF WS-QT-WAIT > WS-QT-H-MAX(WS-QT-HOUR-IDX)
                       MOVE WS-QT-WAIT
                           TO WS-QT-H-MAX(WS-QT-HOUR-IDX)
                   END-IF
                                                                      *> Day 1 of the DATECALC epoch is a Monday,
                                                                      *> so the weekday falls out of the day
                                                                      *> number with one DIVIDE ... REMAINDER --
                                                                      *> the same idiom as ADD-ONE-DAY's leap
                                                                      *> test, which actually yields a modulo.
                   MOVE QU-QUEUE-DATE TO WS-DC-SLASHED
                   PERFORM CALC-DAY-FROM-SLASHED
                   IF WS-DC-DAY-NUM > ZERO
                       COMPUTE WS-QT-DAY-ADJUSTED =
                           WS-DC-DAY-NUM - 1
                       DIVIDE WS-QT-DAY-ADJUSTED BY 7
                           GIVING WS-QT-DOW-QUOT
                           REMAINDER WS-QT-DOW-REM
                       COMPUTE WS-QT-DOW-IDX = WS-QT-DOW-REM + 1
                       ADD 1 TO WS-QT-D-COUNT(WS-QT-DOW-IDX)
                       ADD WS-QT-WAIT
                           TO WS-QT-D-TOTAL(WS-QT-DOW-IDX)
                       IF WS-QT-WAIT > WS-QT-D-MAX(WS-QT-DOW-IDX)
                           MOVE WS-QT-WAIT
                               TO WS-QT-D-MAX(WS-QT-DOW-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       EMIT-QUEUE-SERVICE-LINES.                                     *> The tallied buckets, one line each.
           MOVE SPACES TO WS-RO-LINE
           STRING "Month: " WS-QT-MONTH
               "   Patients measured: " WS-QT-PATIENTS
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "WAIT BY HOUR OF DAY (patients/avg/worst min):"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 1 TO WS-QT-HOUR-IDX
           PERFORM 24 TIMES
               IF WS-QT-H-COUNT(WS-QT-HOUR-IDX) > ZERO
                   COMPUTE WS-QT-AVG =
                       WS-QT-H-TOTAL(WS-QT-HOUR-IDX)
                       / WS-QT-H-COUNT(WS-QT-HOUR-IDX)
                   COMPUTE WS-UT-HOUR-DISP = WS-QT-HOUR-IDX - 1
                   MOVE SPACES TO WS-RO-LINE
                   STRING "  " WS-UT-HOUR-DISP ":00  "
                       WS-QT-H-COUNT(WS-QT-HOUR-IDX) " / "
                       WS-QT-AVG " / "
                       WS-QT-H-MAX(WS-QT-HOUR-IDX)
                       DELIMITED BY SIZE INTO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
               ADD 1 TO WS-QT-HOUR-IDX
           END-PERFORM
           MOVE "WAIT BY DAY OF WEEK (patients/avg/worst min):"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 1 TO WS-QT-DOW-IDX
           PERFORM 7 TIMES
               IF WS-QT-D-COUNT(WS-QT-DOW-IDX) > ZERO
                   COMPUTE WS-QT-AVG =
                       WS-QT-D-TOTAL(WS-QT-DOW-IDX)
                       / WS-QT-D-COUNT(WS-QT-DOW-IDX)
                   MOVE SPACES TO WS-RO-LINE
                   STRING "  " WS-QT-DOW-NAME(WS-QT-DOW-IDX) "  "
                       WS-QT-D-COUNT(WS-QT-DOW-IDX) " / "
                       WS-QT-AVG " / "
                       WS-QT-D-MAX(WS-QT-DOW-IDX)
                       DELIMITED BY SIZE INTO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
               ADD 1 TO WS-QT-DOW-IDX
           END-PERFORM.

       CONFINEMENT-MENU.                                             *> The clinic beds -- admit, watch, note,
                                                                      *> discharge.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      CLINIC BEDS / CONFINEMENT LOG"
           DISPLAY FRA-ME
           DISPLAY "1) Admit a student to a bed"
           DISPLAY "2) Currently in the clinic"
           DISPLAY "3) Add a condition note"
           DISPLAY "4) Discharge from a bed"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-CF-CHOICE
           EVALUATE WS-CF-CHOICE
               WHEN "1"
                   PERFORM ADMIT-TO-BED
               WHEN "2"
                   PERFORM CURRENTLY-IN-CLINIC
               WHEN "3"
                   PERFORM ADD-CONFINEMENT-NOTE
               WHEN "4"
                   PERFORM DISCHARGE-FROM-BED
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-CF-CHOICE NOT = "x" AND WS-CF-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM CONFINEMENT-MENU
           END-IF.

       READ-CONFINE-CONFIG.                                          *> Minutes before the notify prompt; the
                                                                      *> default stands if there is no file.
           OPEN INPUT CONFINE-CONFIG-FILE
           IF WS-CF-CFG-STATUS NOT = "35"
               READ CONFINE-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CONFINE-CONFIG-RECORD(1:3)
                           TO WS-CF-THRESHOLD-TEXT
                       IF WS-CF-THRESHOLD-TEXT(1:3) IS NUMERIC
                           MOVE WS-CF-THRESHOLD-TEXT
                               TO WS-CF-THRESHOLD
                       END-IF
               END-READ
               CLOSE CONFINE-CONFIG-FILE
           END-IF.

       ADMIT-TO-BED.                                                 *> One student into one bed, time-stamped.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           MOVE "N" TO WS-DUPLICATE-FOUND
           IF WS-STUDENT-NUMBER NOT = SPACES
               PERFORM CHECK-DUPLICATE-STUDENT
           END-IF
           IF WS-DUPLICATE-FOUND NOT = "Y"
               DISPLAY "No patient record on file for that Student"
               DISPLAY "ID -- add the record first (option a)."
           ELSE
               PERFORM FORMAT-TODAY-SLASHED
               PERFORM GET-CLOCK-HHMM
               DISPLAY "Bed number [1-2]: " WITH NO ADVANCING
               ACCEPT WS-CF-BED
               OPEN I-O CONFINE-FILE
               IF WS-CF-FILE-STATUS = "35"                            *> File does not exist yet -- create it.
                   OPEN OUTPUT CONFINE-FILE
               END-IF
               MOVE WS-TODAY-SLASHED  TO CF-DATE
               MOVE WS-CF-BED         TO CF-BED
               MOVE WS-VH-TIME-SLOT   TO CF-TIME-IN
               MOVE WS-STUDENT-NUMBER TO CF-STUDENT-NUMBER
               DISPLAY "Reason: " WITH NO ADVANCING
               ACCEPT CF-REASON
               MOVE SPACES TO CF-NOTES
               MOVE SPACES TO CF-TIME-OUT
               MOVE SPACES TO CF-DISPOSITION
               MOVE "I"    TO CF-STATUS
               WRITE CONFINE-RECORD
                   INVALID KEY
                       REWRITE CONFINE-RECORD
               END-WRITE
               CLOSE CONFINE-FILE
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE "CONFINEMENT" TO WS-AUDIT-FIELD-NAME
               MOVE CF-REASON     TO WS-AUDIT-OLD-VALUE
               MOVE "ADMITTED"    TO WS-AUDIT-NEW-VALUE
               PERFORM APPEND-AUDIT-LOG
               DISPLAY "Admitted to bed " WS-CF-BED " at "
                   CF-TIME-IN "."
           END-IF.

       CURRENTLY-IN-CLINIC.                                          *> The who-is-here display, with a notify
                                                                      *> prompt once a stay runs long.
           PERFORM READ-CONFINE-CONFIG
           PERFORM FORMAT-TODAY-SLASHED
           PERFORM GET-CLOCK-HHMM
           MOVE ZERO TO WS-CF-COUNT
           DISPLAY FRA-ME
           DISPLAY "CURRENTLY IN THE CLINIC, " WS-TODAY-SLASHED
           DISPLAY FRA-ME
           OPEN INPUT CONFINE-FILE
           IF WS-CF-FILE-STATUS = "35"
               DISPLAY "The beds are empty -- no log yet."
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CONFINE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF CF-STATUS = "I"
                           ADD 1 TO WS-CF-COUNT
                           PERFORM SHOW-ONE-CONFINEMENT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CONFINE-FILE
           DISPLAY FRA-ME
           DISPLAY "In the beds right now: " WS-CF-COUNT.

       SHOW-ONE-CONFINEMENT.                                         *> One occupied bed, plus the long-stay check.
           DISPLAY "Bed " CF-BED ": " CF-STUDENT-NUMBER
               " in since " CF-TIME-IN " (" CF-REASON ")"
           IF CF-NOTES NOT = SPACES
               DISPLAY "   Note: " CF-NOTES
           END-IF
           IF CF-DATE = WS-TODAY-SLASHED
                   AND CF-TIME-IN(1:2) IS NUMERIC
                   AND CF-TIME-IN(4:2) IS NUMERIC
               MOVE CF-TIME-IN(1:2) TO WS-QT-HH
               MOVE CF-TIME-IN(4:2) TO WS-QT-MM
               COMPUTE WS-QT-IN-MIN = WS-QT-HH * 60 + WS-QT-MM
               MOVE WS-VH-TIME-SLOT(1:2) TO WS-QT-HH
               MOVE WS-VH-TIME-SLOT(4:2) TO WS-QT-MM
               COMPUTE WS-CF-MINUTES =
                   WS-QT-HH * 60 + WS-QT-MM - WS-QT-IN-MIN
               IF WS-CF-MINUTES > WS-CF-THRESHOLD
                   DISPLAY "   ** In the bed " WS-CF-MINUTES
                       " minutes -- notify the family?"
                   MOVE CF-STUDENT-NUMBER TO WS-STUDENT-NUMBER
                   PERFORM GET-BEST-CONTACT-PHONE
                   DISPLAY "   ** Best number on file: "
                       WS-NT-PHONE
               END-IF
           END-IF.

       ADD-CONFINEMENT-NOTE.                                         *> Periodic condition note on an open stay.
           PERFORM FORMAT-TODAY-SLASHED
           DISPLAY "Bed number [1-2]: " WITH NO ADVANCING
           ACCEPT WS-CF-BED
           DISPLAY "Time in of the stay [HH:MM]: " WITH NO ADVANCING
           ACCEPT WS-CF-TIME-IN
           OPEN I-O CONFINE-FILE
           IF WS-CF-FILE-STATUS = "35"
               DISPLAY "No confinement log yet."
               CLOSE CONFINE-FILE
           ELSE
               MOVE WS-TODAY-SLASHED TO CF-DATE
               MOVE WS-CF-BED        TO CF-BED
               MOVE WS-CF-TIME-IN    TO CF-TIME-IN
               READ CONFINE-FILE
                   INVALID KEY
                       DISPLAY "No stay on file for that bed and"
                       DISPLAY "time today."
                   NOT INVALID KEY
                       DISPLAY "Condition note: " WITH NO ADVANCING
                       ACCEPT CF-NOTES
                       REWRITE CONFINE-RECORD
                       DISPLAY "Note saved."
               END-READ
               CLOSE CONFINE-FILE
           END-IF.

       DISCHARGE-FROM-BED.                                           *> Close a stay out with its disposition.
           PERFORM FORMAT-TODAY-SLASHED
           DISPLAY "Bed number [1-2]: " WITH NO ADVANCING
           ACCEPT WS-CF-BED
           DISPLAY "Time in of the stay [HH:MM]: " WITH NO ADVANCING
           ACCEPT WS-CF-TIME-IN
           OPEN I-O CONFINE-FILE
           IF WS-CF-FILE-STATUS = "35"
               DISPLAY "No confinement log yet."
               CLOSE CONFINE-FILE
           ELSE
               MOVE WS-TODAY-SLASHED TO CF-DATE
               MOVE WS-CF-BED        TO CF-BED
               MOVE WS-CF-TIME-IN    TO CF-TIME-IN
               READ CONFINE-FILE
                   INVALID KEY
                       DISPLAY "No stay on file for that bed and"
                       DISPLAY "time today."
                   NOT INVALID KEY
                       DISPLAY "Disposition -- back to (C)lass,"
                       DISPLAY "sent (H)ome, (R)eferred out: "
                           WITH NO ADVANCING
                       ACCEPT CF-DISPOSITION
                       PERFORM UNTIL CF-DISPOSITION = "C"
                               OR CF-DISPOSITION = "H"
                               OR CF-DISPOSITION = "R"
                           DISPLAY "Please enter C, H or R: "
                               WITH NO ADVANCING
                           ACCEPT CF-DISPOSITION
                       END-PERFORM
                       PERFORM GET-CLOCK-HHMM
                       MOVE WS-VH-TIME-SLOT TO CF-TIME-OUT
                       MOVE "O" TO CF-STATUS
                       REWRITE CONFINE-RECORD
                       DISPLAY "Discharged at " CF-TIME-OUT "."
                       IF CF-DISPOSITION = "R"
                           DISPLAY "Record the referral itself"
                           DISPLAY "through Outside-Provider"
                           DISPLAY "Referrals (option l), so the"
                           DISPLAY "case links to REFERRAL.DAT."
                       END-IF
                       MOVE CF-STUDENT-NUMBER TO STUDENT-NUMBER
                       MOVE "CONFINEMENT" TO WS-AUDIT-FIELD-NAME
                       MOVE CF-DISPOSITION TO WS-AUDIT-OLD-VALUE
                       MOVE "DISCHARGED"   TO WS-AUDIT-NEW-VALUE
                       PERFORM APPEND-AUDIT-LOG
               END-READ
               CLOSE CONFINE-FILE
           END-IF.

       TRIP-PACKET-PRINT.                                            *> One briefing for the teacher and nurse going
                                                                      *> on a field trip, sports meet or camp: every
                                                                      *> participant's conditions, emergency steps,
                                                                      *> allergies, doses, clearance, consent and
                                                                      *> contacts -- instead of six screens by hand.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      FIELD-TRIP / EVENT BRIEFING PACKET"
           DISPLAY FRA-ME
           PERFORM GET-CURRENT-SCHOOL-YEAR
           PERFORM FORMAT-TODAY-SLASHED
           DISPLAY "Event (trip, meet, camp): " WITH NO ADVANCING
           ACCEPT WS-TP-EVENT
           DISPLAY "Event date [YYYY/MM/DD, blank = today]: "
               WITH NO ADVANCING
           ACCEPT WS-TP-EVENT-DATE
           IF WS-TP-EVENT-DATE = SPACES
               MOVE WS-TODAY-SLASHED TO WS-TP-EVENT-DATE
           END-IF
           MOVE ZERO TO WS-TP-COUNT
           MOVE ZERO TO WS-TP-MISSING
           DISPLAY "Participants from:"
           DISPLAY "1) Student IDs keyed in"
           DISPLAY "2) A whole Course/Section"
           DISPLAY "3) The list in /home/zelly/TRIPLIST.DAT"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-TP-CHOICE
           EVALUATE WS-TP-CHOICE
               WHEN "1"
                   PERFORM KEY-TRIP-PARTICIPANTS
               WHEN "2"
                   PERFORM SECTION-TRIP-PARTICIPANTS
               WHEN "3"
                   PERFORM IMPORT-TRIP-PARTICIPANTS
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-TP-COUNT = ZERO
               DISPLAY "No participants -- no packet printed."
           ELSE
               MOVE "TRIPPACK" TO WS-RO-NAME
               MOVE "FIELD-TRIP / EVENT MEDICAL BRIEFING PACKET"
                   TO WS-RO-TITLE
               PERFORM OPEN-REPORT-OUTPUT
               MOVE SPACES TO WS-RO-LINE
               STRING "Event: " WS-TP-EVENT "  Date: "
                   WS-TP-EVENT-DATE "  Participants: " WS-TP-COUNT
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE 1 TO WS-TP-IDX
               PERFORM WS-TP-COUNT TIMES
                   PERFORM EMIT-TRIP-PARTICIPANT
                   ADD 1 TO WS-TP-IDX
               END-PERFORM
               PERFORM EMIT-TRIP-MISSING-LIST
               PERFORM CLOSE-REPORT-OUTPUT
           END-IF.

       KEY-TRIP-PARTICIPANTS.                                        *> Student IDs one per line, blank to finish.
           MOVE "N" TO WS-TP-EOF-FLAG
           PERFORM UNTIL WS-TP-EOF-FLAG = "Y"
               DISPLAY "Student ID (blank = done): " WITH NO ADVANCING
               ACCEPT WS-TP-ENTRY
               IF WS-TP-ENTRY = SPACES
                   MOVE "Y" TO WS-TP-EOF-FLAG
               ELSE
                   PERFORM ADD-TRIP-PARTICIPANT
               END-IF
           END-PERFORM.

       SECTION-TRIP-PARTICIPANTS.                                    *> Every active record in one Course/Section.
           DISPLAY "Course/Section: " WITH NO ADVANCING
           ACCEPT WS-TP-CYS
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "No patient records have been added yet."
           ELSE
               MOVE "N" TO WS-TP-EOF-FLAG
               PERFORM UNTIL WS-TP-EOF-FLAG = "Y"
                   READ PATIENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-TP-EOF-FLAG
                   END-READ
                   IF WS-TP-EOF-FLAG NOT = "Y"
                       IF ARCHIVE-STATUS NOT = "X"
                               AND STUDENT-CYS = WS-TP-CYS
                               AND STUDENT-NUMBER NOT = SPACES
                           MOVE STUDENT-NUMBER TO WS-TP-ENTRY
                           PERFORM ADD-TRIP-PARTICIPANT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PATIENT-FILE.

       IMPORT-TRIP-PARTICIPANTS.                                     *> The organizer's list, one Student ID a line.
           OPEN INPUT TRIP-LIST-FILE
           IF WS-TP-FILE-STATUS = "35"
               DISPLAY "No /home/zelly/TRIPLIST.DAT to import."
           ELSE
               MOVE "N" TO WS-TP-EOF-FLAG
               PERFORM UNTIL WS-TP-EOF-FLAG = "Y"
                   READ TRIP-LIST-FILE
                       AT END
                           MOVE "Y" TO WS-TP-EOF-FLAG
                       NOT AT END
                           IF TL-STUDENT-NUMBER NOT = SPACES
                               MOVE TL-STUDENT-NUMBER TO WS-TP-ENTRY
                               PERFORM ADD-TRIP-PARTICIPANT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRIP-LIST-FILE
           END-IF
           DISPLAY "Participants loaded: " WS-TP-COUNT.

       ADD-TRIP-PARTICIPANT.                                         *> WS-TP-ENTRY onto the list, once.
           MOVE "N" TO WS-TP-FOUND
           MOVE 1 TO WS-TP-SCAN
           PERFORM UNTIL WS-TP-SCAN > WS-TP-COUNT
                   OR WS-TP-FOUND = "Y"
               IF WS-TP-STUDENT(WS-TP-SCAN) = WS-TP-ENTRY
                   MOVE "Y" TO WS-TP-FOUND
               ELSE
                   ADD 1 TO WS-TP-SCAN
               END-IF
           END-PERFORM
           IF WS-TP-FOUND NOT = "Y"
               IF WS-TP-COUNT < 300
                   ADD 1 TO WS-TP-COUNT
                   MOVE WS-TP-ENTRY TO WS-TP-STUDENT(WS-TP-COUNT)
                   MOVE SPACES TO WS-TP-NAME(WS-TP-COUNT)
                   MOVE "N" TO WS-TP-NO-CONSENT(WS-TP-COUNT)
                   MOVE "N" TO WS-TP-NO-CLEAR(WS-TP-COUNT)
               ELSE
                   DISPLAY "List is full at 300 -- " WS-TP-ENTRY
                       " left off."
               END-IF
           END-IF.

       EMIT-TRIP-PARTICIPANT.                                        *> One participant's briefing block.
           MOVE WS-TP-STUDENT(WS-TP-IDX) TO WS-STUDENT-NUMBER
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           OPEN INPUT PATIENT-FILE
           MOVE "N" TO WS-TP-FOUND
           IF WS-FILE-STATUS NOT = "35"
               MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM MASK-HEALTH-FIELDS
                       MOVE "Y" TO WS-TP-FOUND
               END-READ
           END-IF
           CLOSE PATIENT-FILE
           IF WS-TP-FOUND NOT = "Y"
               MOVE SPACES TO WS-RO-LINE
               STRING WS-STUDENT-NUMBER
                   "  ** NO CLINIC RECORD -- nothing known"
                   " about this participant."
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE "(no clinic record)" TO WS-TP-NAME(WS-TP-IDX)
               MOVE "Y" TO WS-TP-NO-CONSENT(WS-TP-IDX)
               MOVE "Y" TO WS-TP-NO-CLEAR(WS-TP-IDX)
           ELSE
               MOVE PATIENT-NAME TO WS-TP-NAME(WS-TP-IDX)
               MOVE WS-STUDENT-NUMBER TO WS-AX-STUDENT
               MOVE "TRIP PACKET"     TO WS-AX-SCREEN
               PERFORM LOG-RECORD-VIEW
               MOVE SPACES TO WS-RO-LINE
               STRING PATIENT-NAME " " WS-STUDENT-NUMBER " "
                   STUDENT-CYS " Sex " PATIENT-SEX " Age "
                   PATIENT-AGE DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE SPACES TO WS-RO-LINE
               STRING "  Condition: " HEALTH-CONDITION
                   "  Medication: " MEDICATION-NAME
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM TRIP-CARE-PLAN-LINES
               PERFORM TRIP-ALLERGY-LINES
               PERFORM TRIP-MAR-LINES
               PERFORM TRIP-CLEARANCE-LINE
               PERFORM TRIP-CONSENT-LINE
               PERFORM TRIP-CONTACT-LINES
           END-IF.

       TRIP-CARE-PLAN-LINES.                                         *> Emergency steps and self-carry medication.
           OPEN INPUT CARE-PLAN-FILE
           IF WS-CP-FILE-STATUS NOT = "35"
               MOVE WS-STUDENT-NUMBER TO CP-STUDENT-NUMBER
               READ CARE-PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SPACES TO WS-RO-LINE
                       STRING "  CARE PLAN: " CP-CONDITION
                           "  Triggers: " CP-TRIGGERS
                           DELIMITED BY SIZE INTO WS-RO-LINE
                       PERFORM EMIT-REPORT-LINE
                       MOVE SPACES TO WS-RO-LINE
                       STRING "    Emergency steps: " CP-EMERGENCY-STEPS
                           DELIMITED BY SIZE INTO WS-RO-LINE
                       PERFORM EMIT-REPORT-LINE
                       MOVE SPACES TO WS-RO-LINE
                       STRING "    Self-carry medication: "
                           CP-SELF-MEDICATION
                           DELIMITED BY SIZE INTO WS-RO-LINE
                       PERFORM EMIT-REPORT-LINE
               END-READ
           END-IF
           CLOSE CARE-PLAN-FILE.

       TRIP-ALLERGY-LINES.                                           *> Every allergy on file, loud.
           MOVE ZERO TO WS-TP-ROWS
           OPEN INPUT ALLERGY-IMM-FILE
           IF WS-AI-FILE-STATUS NOT = "35"
               MOVE WS-STUDENT-NUMBER TO AI-STUDENT-NUMBER
               MOVE LOW-VALUE         TO AI-ENTRY-DATE
               MOVE "N" TO WS-AP-EOF-FLAG
               START ALLERGY-IMM-FILE
                   KEY IS NOT LESS THAN AI-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AP-EOF-FLAG
               END-START
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ ALLERGY-IMM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF AI-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE "Y" TO WS-AP-EOF-FLAG
                       ELSE
                           IF AI-RECORD-TYPE = "A"
                                   OR AI-RECORD-TYPE = "a"
                               ADD 1 TO WS-TP-ROWS
                               MOVE SPACES TO WS-RO-LINE
                               STRING "  ** ALLERGY: " AI-DESCRIPTION
                                   " Reaction: " AI-REACTION-OR-DOSE
                                   " " AI-NOTES
                                   DELIMITED BY SIZE INTO WS-RO-LINE
                               PERFORM EMIT-REPORT-LINE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ALLERGY-IMM-FILE
           IF WS-TP-ROWS = ZERO
               MOVE "  Allergies: none on file." TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       TRIP-MAR-LINES.                                               *> Scheduled doses current on the event date.
           OPEN INPUT MAR-FILE
           IF WS-MR-FILE-STATUS NOT = "35"
               MOVE WS-STUDENT-NUMBER TO MR-STUDENT-NUMBER
               MOVE LOW-VALUE         TO MR-DRUG
               MOVE "N" TO WS-AP-EOF-FLAG
               START MAR-FILE
                   KEY IS NOT LESS THAN MR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AP-EOF-FLAG
               END-START
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ MAR-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF MR-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE "Y" TO WS-AP-EOF-FLAG
                       ELSE
                           IF MR-START-DATE <= WS-TP-EVENT-DATE
                                   AND (MR-END-DATE = SPACES
                                   OR MR-END-DATE >= WS-TP-EVENT-DATE)
                               MOVE SPACES TO WS-RO-LINE
                               STRING "  Dose due: " MR-DRUG " "
                                   MR-DOSE " at " MR-TIME-1 " "
                                   MR-TIME-2 " " MR-TIME-3 " "
                                   MR-TIME-4
                                   DELIMITED BY SIZE INTO WS-RO-LINE
                               PERFORM EMIT-REPORT-LINE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE MAR-FILE.

       TRIP-CLEARANCE-LINE.                                          *> Latest sports clearance, held against the
                                                                      *> event date.
           MOVE SPACES TO WS-TP-CLEAR-DATE
           MOVE SPACES TO WS-TP-CLEAR-RESULT
           OPEN INPUT SPORTS-CLEAR-FILE
           IF WS-SC-FILE-STATUS NOT = "35"
               MOVE WS-STUDENT-NUMBER TO SC-STUDENT-NUMBER
               MOVE LOW-VALUE         TO SC-EXAM-DATE
               MOVE "N" TO WS-AP-EOF-FLAG
               START SPORTS-CLEAR-FILE
                   KEY IS NOT LESS THAN SC-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AP-EOF-FLAG
               END-START
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ SPORTS-CLEAR-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF SC-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                           MOVE "Y" TO WS-AP-EOF-FLAG
                       ELSE
                           MOVE SC-EXAM-DATE    TO WS-TP-CLEAR-DATE
                           MOVE SC-RESULT       TO WS-TP-CLEAR-RESULT
                           MOVE SC-EXPIRY-DATE  TO WS-TP-CLEAR-EXPIRY
                           MOVE SC-ACTIVITY     TO WS-TP-CLEAR-ACTIVITY
                           MOVE SC-RESTRICTIONS TO WS-TP-CLEAR-RESTRICT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE SPORTS-CLEAR-FILE
           EVALUATE TRUE
               WHEN WS-TP-CLEAR-DATE = SPACES
                   MOVE "NONE ON FILE" TO WS-TP-CLEAR-TEXT
                   MOVE "Y" TO WS-TP-NO-CLEAR(WS-TP-IDX)
               WHEN WS-TP-CLEAR-RESULT = "N"
                   MOVE "NOT CLEARED" TO WS-TP-CLEAR-TEXT
                   MOVE "Y" TO WS-TP-NO-CLEAR(WS-TP-IDX)
               WHEN WS-TP-CLEAR-EXPIRY < WS-TP-EVENT-DATE
                   MOVE "EXPIRED" TO WS-TP-CLEAR-TEXT
                   MOVE "Y" TO WS-TP-NO-CLEAR(WS-TP-IDX)
               WHEN WS-TP-CLEAR-RESULT = "R"
                   MOVE "Cleared with restrictions"
                       TO WS-TP-CLEAR-TEXT
               WHEN OTHER
                   MOVE "Cleared" TO WS-TP-CLEAR-TEXT
           END-EVALUATE
           MOVE SPACES TO WS-RO-LINE
           IF WS-TP-CLEAR-DATE = SPACES
               STRING "  Sports clearance: " WS-TP-CLEAR-TEXT
                   DELIMITED BY SIZE INTO WS-RO-LINE
           ELSE
               STRING "  Sports clearance: " WS-TP-CLEAR-TEXT
                   " (" WS-TP-CLEAR-ACTIVITY ") expires "
                   WS-TP-CLEAR-EXPIRY
                   DELIMITED BY SIZE INTO WS-RO-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           IF WS-TP-CLEAR-RESULT = "R"
               MOVE SPACES TO WS-RO-LINE
               STRING "    Restrictions: " WS-TP-CLEAR-RESTRICT
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       TRIP-CONSENT-LINE.                                            *> Medication and general-treatment consent for
                                                                      *> the current school year.
           MOVE "N" TO WS-TP-CONSENT-M
           MOVE "N" TO WS-TP-CONSENT-G
           OPEN INPUT CONSENT-FILE
           IF WS-CN-FILE-STATUS NOT = "35"
               MOVE WS-STUDENT-NUMBER TO CN-STUDENT-NUMBER
               MOVE "M"               TO CN-CONSENT-TYPE
               READ CONSENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CN-SCHOOL-YEAR = WS-CN-CURRENT-SY
                           MOVE "Y" TO WS-TP-CONSENT-M
                       END-IF
               END-READ
               MOVE WS-STUDENT-NUMBER TO CN-STUDENT-NUMBER
               MOVE "G"               TO CN-CONSENT-TYPE
               READ CONSENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CN-SCHOOL-YEAR = WS-CN-CURRENT-SY
                           MOVE "Y" TO WS-TP-CONSENT-G
                       END-IF
               END-READ
           END-IF
           CLOSE CONSENT-FILE
           IF WS-TP-CONSENT-M NOT = "Y" OR WS-TP-CONSENT-G NOT = "Y"
               MOVE "Y" TO WS-TP-NO-CONSENT(WS-TP-IDX)
           END-IF
           MOVE SPACES TO WS-RO-LINE
           STRING "  Consent " WS-CN-CURRENT-SY ": medication "
               WS-TP-CONSENT-M "  treatment " WS-TP-CONSENT-G
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       TRIP-CONTACT-LINES.                                           *> The first two reachable contacts.
           MOVE ZERO TO WS-TP-CONTACTS
           OPEN INPUT CONTACT-FILE
           IF WS-EC-FILE-STATUS NOT = "35"
               MOVE WS-STUDENT-NUMBER TO EC-STUDENT-NUMBER
               MOVE ZERO              TO EC-PRIORITY
               MOVE "N" TO WS-AP-EOF-FLAG
               START CONTACT-FILE
                   KEY IS NOT LESS THAN EC-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AP-EOF-FLAG
               END-START
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ CONTACT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF EC-STUDENT-NUMBER NOT = WS-STUDENT-NUMBER
                               OR WS-TP-CONTACTS >= 2
                           MOVE "Y" TO WS-AP-EOF-FLAG
                       ELSE
                           IF EC-REACHABLE = "Y"
                               ADD 1 TO WS-TP-CONTACTS
                               MOVE SPACES TO WS-RO-LINE
                               STRING "  Contact " WS-TP-CONTACTS ": "
                                   EC-NAME " (" EC-RELATIONSHIP ") "
                                   EC-PHONE
                                   DELIMITED BY SIZE INTO WS-RO-LINE
                               PERFORM EMIT-REPORT-LINE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CONTACT-FILE
           IF WS-TP-CONTACTS = ZERO
               MOVE SPACES TO WS-RO-LINE
               STRING "  Contact: none reachable -- use "
                   EMERGENCY-PHONE DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       EMIT-TRIP-MISSING-LIST.                                       *> Who is going without consent or clearance.
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "PARTICIPANTS MISSING CONSENT OR CLEARANCE:"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 1 TO WS-TP-IDX
           PERFORM WS-TP-COUNT TIMES
               IF WS-TP-NO-CONSENT(WS-TP-IDX) = "Y"
                       OR WS-TP-NO-CLEAR(WS-TP-IDX) = "Y"
                   ADD 1 TO WS-TP-MISSING
                   MOVE SPACES TO WS-RO-LINE
                   STRING "  " WS-TP-STUDENT(WS-TP-IDX) " "
                       WS-TP-NAME(WS-TP-IDX)
                       DELIMITED BY SIZE INTO WS-RO-LINE
                   IF WS-TP-NO-CONSENT(WS-TP-IDX) = "Y"
                       MOVE "NO CONSENT" TO WS-RO-LINE(56:10)
                   END-IF
                   IF WS-TP-NO-CLEAR(WS-TP-IDX) = "Y"
                       MOVE "NO CLEARANCE" TO WS-RO-LINE(68:12)
                   END-IF
                   PERFORM EMIT-REPORT-LINE
               END-IF
               ADD 1 TO WS-TP-IDX
           END-PERFORM
           IF WS-TP-MISSING = ZERO
               MOVE "  (None -- every participant is covered.)"
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "Accompanying teacher: ____________________"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "Accompanying nurse:   ____________________"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       CAMPUS-CONSOLIDATION.                                         *> One division-wide summary read straight off
                                                                      *> every campus's data set -- visits, top
                                                                      *> conditions, incidents, morbidity and
                                                                      *> immunization compliance, by campus and in
                                                                      *> total.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      MULTI-CAMPUS CONSOLIDATED SUMMARY"
           DISPLAY FRA-ME
           DISPLAY "Reads the campus list in /home/zelly/CAMPUSES.CFG"
           DISPLAY "(code cols 1-6, data-set directory cols 8-67)."
           PERFORM LOAD-CAMPUS-LIST
           IF WS-CC-CAMPUS-COUNT = ZERO
               DISPLAY "No campuses listed -- nothing to consolidate."
           ELSE
               DISPLAY "Term code (blank = enter dates): "
                   WITH NO ADVANCING
               ACCEPT WS-TM-CODE
               MOVE "N" TO WS-TM-FOUND
               IF WS-TM-CODE NOT = SPACES
                   PERFORM RESOLVE-TERM-CODE
               END-IF
               IF WS-TM-FOUND = "Y"
                   MOVE WS-TM-START TO WS-CC-FROM-DATE
                   MOVE WS-TM-END   TO WS-CC-TO-DATE
                   DISPLAY "Reporting " WS-TM-DESC
               ELSE
                   DISPLAY "From date [YYYY/MM/DD]: " WITH NO ADVANCING
                   ACCEPT WS-CC-FROM-DATE
                   DISPLAY "To date [YYYY/MM/DD]: " WITH NO ADVANCING
                   ACCEPT WS-CC-TO-DATE
               END-IF
               PERFORM LOAD-VACCINE-SCHEDULE
               MOVE ZERO TO WS-CC-COND-COUNT
               MOVE ZERO TO WS-CC-STU-COUNT
               MOVE ZERO TO WS-CC-MOVED
               MOVE "N" TO WS-CC-FULL-SHOWN
               MOVE WS-PATIENT-FILE-PATH TO WS-CC-SAVE-PATH
               MOVE 1 TO WS-CC-CI
               PERFORM WS-CC-CAMPUS-COUNT TIMES
                   DISPLAY "Reading campus " WS-CC-CODE(WS-CC-CI)
                       " ..."
                   MOVE ZERO TO WS-CC-VISITS(WS-CC-CI)
                   MOVE ZERO TO WS-CC-LEFT(WS-CC-CI)
                   MOVE ZERO TO WS-CC-INCIDENTS(WS-CC-CI)
                   MOVE ZERO TO WS-CC-NOTIFIED(WS-CC-CI)
                   MOVE ZERO TO WS-CC-STUDENTS(WS-CC-CI)
                   MOVE ZERO TO WS-CC-COMPLIANT(WS-CC-CI)
                   PERFORM SET-CAMPUS-PATHS
                   PERFORM CONSOLIDATE-STUDENTS
                   PERFORM CONSOLIDATE-VISITS
                   PERFORM CONSOLIDATE-INCIDENTS
                   ADD 1 TO WS-CC-CI
               END-PERFORM
               MOVE 1 TO WS-CC-SI
               PERFORM WS-CC-STU-COUNT TIMES
                   PERFORM CHECK-CAMPUS-STUDENT-DOSES
                   ADD 1 TO WS-CC-SI
               END-PERFORM
                                                                      *> Back to this campus's own files before
                                                                      *> anything else opens them.
               MOVE WS-CC-SAVE-PATH TO WS-PATIENT-FILE-PATH
               MOVE "/home/zelly/VISITHIST.DAT"  TO WS-VH-FILE-PATH
               MOVE "/home/zelly/ALLERGYIMM.DAT" TO WS-AI-FILE-PATH
               MOVE "/home/zelly/INCIDENT.DAT"   TO WS-IN-FILE-PATH
               MOVE "/home/zelly/EMR.CFG"        TO WS-EM-CFG-PATH
               MOVE "/home/zelly/EMRTRACK.DAT"   TO WS-EM-TRACK-PATH
               PERFORM WRITE-CONSOLIDATED-REPORT
           END-IF.

       LOAD-CAMPUS-LIST.                                             *> CAMPUSES.CFG into WS-CC-CAMPUS-TABLE; lines
                                                                      *> starting "*" are comments.
           MOVE ZERO TO WS-CC-CAMPUS-COUNT
           OPEN INPUT CAMPUS-LIST-FILE
           IF WS-CC-CFG-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CAMPUS-LIST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND CAMPUS-LIST-RECORD(1:6) NOT = SPACES
                           AND CAMPUS-LIST-RECORD(1:1) NOT = "*"
                       IF WS-CC-CAMPUS-COUNT < 10
                           ADD 1 TO WS-CC-CAMPUS-COUNT
                           MOVE CAMPUS-LIST-RECORD(1:6)
                               TO WS-CC-CODE(WS-CC-CAMPUS-COUNT)
                           MOVE CAMPUS-LIST-RECORD(8:60)
                               TO WS-CC-DIR(WS-CC-CAMPUS-COUNT)
                       ELSE
                           DISPLAY "More than 10 campuses listed --"
                           DISPLAY "extras were left out."
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CAMPUS-LIST-FILE
           END-IF.

       SET-CAMPUS-PATHS.                                             *> Point the shared files at campus WS-CC-CI.
           MOVE SPACES TO WS-PATIENT-FILE-PATH
           STRING WS-CC-DIR(WS-CC-CI) DELIMITED BY SPACE
               "/PATIENTS.txt" DELIMITED BY SIZE
               INTO WS-PATIENT-FILE-PATH
           MOVE SPACES TO WS-VH-FILE-PATH
           STRING WS-CC-DIR(WS-CC-CI) DELIMITED BY SPACE
               "/VISITHIST.DAT" DELIMITED BY SIZE
               INTO WS-VH-FILE-PATH
           MOVE SPACES TO WS-IN-FILE-PATH
           STRING WS-CC-DIR(WS-CC-CI) DELIMITED BY SPACE
               "/INCIDENT.DAT" DELIMITED BY SIZE
               INTO WS-IN-FILE-PATH
           MOVE SPACES TO WS-EM-CFG-PATH
           STRING WS-CC-DIR(WS-CC-CI) DELIMITED BY SPACE
               "/EMR.CFG" DELIMITED BY SIZE
               INTO WS-EM-CFG-PATH
           MOVE SPACES TO WS-EM-TRACK-PATH
           STRING WS-CC-DIR(WS-CC-CI) DELIMITED BY SPACE
               "/EMRTRACK.DAT" DELIMITED BY SIZE
               INTO WS-EM-TRACK-PATH.

       CONSOLIDATE-STUDENTS.                                         *> Every active student on this campus's file
                                                                      *> into the division-wide table.
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               DISPLAY "   No patient file for this campus."
           ELSE
               IF WS-FILE-STATUS NOT = "00"
                       AND WS-FILE-STATUS NOT = "05"
                   DISPLAY "   PATIENTS.txt not readable -- file"
                       " status " WS-FILE-STATUS "."
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ PATIENT-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                       IF WS-EOF-FLAG NOT = "Y"
                           IF ARCHIVE-STATUS NOT = "X"
                                   AND STUDENT-NUMBER NOT = SPACES
                                   AND PATIENT-CATEGORY = "S"
                               PERFORM TAKE-CAMPUS-STUDENT
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           CLOSE PATIENT-FILE.

       TAKE-CAMPUS-STUDENT.                                          *> Search-or-insert STUDENT-NUMBER. A student
                                                                      *> already held from another campus is kept once
                                                                      *> and goes to whichever campus saw them last.
           MOVE "N" TO WS-CC-FOUND
           MOVE 1 TO WS-CC-SI
           PERFORM UNTIL WS-CC-SI > WS-CC-STU-COUNT
                   OR WS-CC-FOUND = "Y"
               IF WS-CC-STU-NUMBER(WS-CC-SI) = STUDENT-NUMBER
                   MOVE "Y" TO WS-CC-FOUND
               ELSE
                   ADD 1 TO WS-CC-SI
               END-IF
           END-PERFORM
           IF WS-CC-FOUND = "Y"
               IF WS-CC-STU-SEEN(WS-CC-SI)(WS-CC-CI:1) NOT = "Y"
                   MOVE "Y" TO WS-CC-STU-SEEN(WS-CC-SI)(WS-CC-CI:1)
                   ADD 1 TO WS-CC-STU-FILES(WS-CC-SI)
                   IF WS-CC-STU-FILES(WS-CC-SI) = 2
                       ADD 1 TO WS-CC-MOVED
                   END-IF
               END-IF
               IF DATE-OF-VISIT > WS-CC-STU-LAST(WS-CC-SI)
                   MOVE WS-CC-CI TO WS-CC-STU-CAMPUS(WS-CC-SI)
                   MOVE DATE-OF-VISIT TO WS-CC-STU-LAST(WS-CC-SI)
               END-IF
           ELSE
               IF WS-CC-STU-COUNT < 6000
                   ADD 1 TO WS-CC-STU-COUNT
                   MOVE WS-CC-STU-COUNT TO WS-CC-SI
                   MOVE STUDENT-NUMBER TO WS-CC-STU-NUMBER(WS-CC-SI)
                   MOVE WS-CC-CI       TO WS-CC-STU-CAMPUS(WS-CC-SI)
                   MOVE DATE-OF-VISIT  TO WS-CC-STU-LAST(WS-CC-SI)
                   MOVE 1              TO WS-CC-STU-FILES(WS-CC-SI)
                   MOVE SPACES         TO WS-CC-STU-SEEN(WS-CC-SI)
                   MOVE "Y" TO WS-CC-STU-SEEN(WS-CC-SI)(WS-CC-CI:1)
               ELSE
                   IF WS-CC-FULL-SHOWN NOT = "Y"
                       MOVE "Y" TO WS-CC-FULL-SHOWN
                       DISPLAY "More than 6000 students -- the rest"
                       DISPLAY "are left out of compliance."
                   END-IF
               END-IF
           END-IF.

       CONSOLIDATE-VISITS.                                           *> This campus's own visits in the period. A
                                                                      *> row stamped for another campus, or brought
                                                                      *> in as external history, is not counted here,
                                                                      *> nor one the city EMR has not yet accepted.
           MOVE "N" TO WS-CC-PT-OK
           OPEN INPUT VISIT-HISTORY-FILE
           IF WS-VH-FILE-STATUS = "35"
               DISPLAY "   No visit history for this campus."
           ELSE
               IF WS-VH-FILE-STATUS NOT = "00"
                       AND WS-VH-FILE-STATUS NOT = "05"
                   DISPLAY "   VISITHIST.DAT not readable -- file"
                       " status " WS-VH-FILE-STATUS "."
               ELSE
                   OPEN INPUT PATIENT-FILE
                   IF WS-FILE-STATUS = "00"
                       MOVE "Y" TO WS-CC-PT-OK
                   END-IF
                   PERFORM OPEN-EMR-COUNT-CHECK
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ VISIT-HISTORY-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                       IF WS-EOF-FLAG NOT = "Y"
                               AND VH-ATTENDED-BY
                                   NOT = WS-TI-EXTERNAL-TAG
                               AND VH-DATE-OF-VISIT >= WS-CC-FROM-DATE
                               AND VH-DATE-OF-VISIT <= WS-CC-TO-DATE
                           IF VH-CAMPUS-CODE NOT = SPACES
                                   AND VH-CAMPUS-CODE
                                       NOT = WS-CC-CODE(WS-CC-CI)
                               ADD 1 TO WS-CC-LEFT(WS-CC-CI)
                           ELSE
                               PERFORM CHECK-EMR-COUNTED
                               IF WS-EM-COUNTED = "Y"
                                   PERFORM TALLY-CAMPUS-VISIT
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM CLOSE-EMR-COUNT-CHECK
                   CLOSE PATIENT-FILE
               END-IF
           END-IF
           CLOSE VISIT-HISTORY-FILE.

       TALLY-CAMPUS-VISIT.                                           *> One counted visit: campus total, condition row
                                                                      *> and the age/sex cell of the morbidity return.
           PERFORM MASK-VH-FIELDS
           ADD 1 TO WS-CC-VISITS(WS-CC-CI)
           MOVE ZERO TO WS-MB-CELL-IDX
           IF VH-STUDENT-NUMBER NOT = SPACES
                   AND WS-CC-PT-OK = "Y"
               MOVE VH-STUDENT-NUMBER TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CLASSIFY-MORBIDITY-CELL
               END-READ
           END-IF
           IF WS-MB-CELL-IDX = ZERO
               MOVE 9 TO WS-MB-CELL-IDX
           END-IF
           PERFORM FIND-CAMPUS-CONDITION
           IF WS-CC-FOUND = "Y"
               ADD 1 TO WS-CC-COND-CAMPUS(WS-CC-CR, WS-CC-CI)
               ADD 1 TO WS-CC-COND-TOTAL(WS-CC-CR)
               ADD 1 TO WS-CC-COND-CELL(WS-CC-CR, WS-MB-CELL-IDX)
           END-IF.

       FIND-CAMPUS-CONDITION.                                        *> Search-or-insert the visit's condition row.
           MOVE "N" TO WS-CC-FOUND
           MOVE 1 TO WS-CC-CR
           PERFORM UNTIL WS-CC-CR > WS-CC-COND-COUNT
                   OR WS-CC-FOUND = "Y"
               IF WS-CC-COND-NAME(WS-CC-CR) = VH-HEALTH-CONDITION
                   MOVE "Y" TO WS-CC-FOUND
               ELSE
                   ADD 1 TO WS-CC-CR
               END-IF
           END-PERFORM
           IF WS-CC-FOUND NOT = "Y"
               IF WS-CC-COND-COUNT < 30
                   ADD 1 TO WS-CC-COND-COUNT
                   MOVE WS-CC-COND-COUNT TO WS-CC-CR
                   MOVE VH-HEALTH-CONDITION
                       TO WS-CC-COND-NAME(WS-CC-CR)
                   MOVE 1 TO WS-CC-COL
                   PERFORM 10 TIMES
                       MOVE ZERO
                           TO WS-CC-COND-CAMPUS(WS-CC-CR, WS-CC-COL)
                       ADD 1 TO WS-CC-COL
                   END-PERFORM
                   MOVE 1 TO WS-CC-COL
                   PERFORM 9 TIMES
                       MOVE ZERO
                           TO WS-CC-COND-CELL(WS-CC-CR, WS-CC-COL)
                       ADD 1 TO WS-CC-COL
                   END-PERFORM
                   MOVE ZERO TO WS-CC-COND-TOTAL(WS-CC-CR)
                   MOVE "Y" TO WS-CC-FOUND
               END-IF
           END-IF.

       CONSOLIDATE-INCIDENTS.                                        *> This campus's own incidents in the period.
           OPEN INPUT INCIDENT-FILE
           IF WS-IN-FILE-STATUS = "35"
               DISPLAY "   No incidents on file for this campus."
           ELSE
               IF WS-IN-FILE-STATUS NOT = "00"
                       AND WS-IN-FILE-STATUS NOT = "05"
                   DISPLAY "   INCIDENT.DAT not readable -- file"
                       " status " WS-IN-FILE-STATUS "."
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ INCIDENT-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                       IF WS-EOF-FLAG NOT = "Y"
                               AND IN-INCIDENT-DATE >= WS-CC-FROM-DATE
                               AND IN-INCIDENT-DATE <= WS-CC-TO-DATE
                           IF IN-CAMPUS-CODE NOT = SPACES
                                   AND IN-CAMPUS-CODE
                                       NOT = WS-CC-CODE(WS-CC-CI)
                               ADD 1 TO WS-CC-LEFT(WS-CC-CI)
                           ELSE
                               ADD 1 TO WS-CC-INCIDENTS(WS-CC-CI)
                               IF IN-PARENTS-NOTIFIED = "Y"
                                       OR IN-PARENTS-NOTIFIED = "y"
                                   ADD 1 TO WS-CC-NOTIFIED(WS-CC-CI)
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           CLOSE INCIDENT-FILE.

       CHECK-CAMPUS-STUDENT-DOSES.                                   *> One student of the division-wide table: doses
                                                                      *> from every campus file they appear on, each
                                                                      *> dose once, against the required schedule.
           MOVE WS-CC-STU-CAMPUS(WS-CC-SI) TO WS-CC-HOME
           ADD 1 TO WS-CC-STUDENTS(WS-CC-HOME)
           MOVE 1 TO WS-IMC-IDX
           PERFORM WS-IMC-VAC-COUNT TIMES
               MOVE ZERO TO WS-IMC-VAC-GOT(WS-IMC-IDX)
               ADD 1 TO WS-IMC-IDX
           END-PERFORM
           MOVE ZERO TO WS-CC-DOSE-COUNT
           IF WS-IMC-VAC-COUNT > ZERO
               MOVE 1 TO WS-CC-CJ
               PERFORM WS-CC-CAMPUS-COUNT TIMES
                   IF WS-CC-STU-SEEN(WS-CC-SI)(WS-CC-CJ:1) = "Y"
                       PERFORM READ-CAMPUS-STUDENT-DOSES
                   END-IF
                   ADD 1 TO WS-CC-CJ
               END-PERFORM
           END-IF
           MOVE "Y" TO WS-CC-COMPLIANT-FLAG
           MOVE 1 TO WS-IMC-IDX
           PERFORM WS-IMC-VAC-COUNT TIMES
               IF WS-IMC-VAC-GOT(WS-IMC-IDX)
                       < WS-IMC-VAC-DOSES(WS-IMC-IDX)
                   MOVE "N" TO WS-CC-COMPLIANT-FLAG
               END-IF
               ADD 1 TO WS-IMC-IDX
           END-PERFORM
           IF WS-CC-COMPLIANT-FLAG = "Y"
               ADD 1 TO WS-CC-COMPLIANT(WS-CC-HOME)
           END-IF.

       READ-CAMPUS-STUDENT-DOSES.                                    *> The student's "I" rows on campus WS-CC-CJ.
           MOVE SPACES TO WS-AI-FILE-PATH
           STRING WS-CC-DIR(WS-CC-CJ) DELIMITED BY SPACE
               "/ALLERGYIMM.DAT" DELIMITED BY SIZE
               INTO WS-AI-FILE-PATH
           OPEN INPUT ALLERGY-IMM-FILE
           IF WS-AI-FILE-STATUS = "00"
               MOVE WS-CC-STU-NUMBER(WS-CC-SI) TO AI-STUDENT-NUMBER
               MOVE LOW-VALUE TO AI-ENTRY-DATE
               MOVE "N" TO WS-AP-EOF-FLAG
               START ALLERGY-IMM-FILE
                   KEY IS NOT LESS THAN AI-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-AP-EOF-FLAG
               END-START
               PERFORM UNTIL WS-AP-EOF-FLAG = "Y"
                   READ ALLERGY-IMM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-AP-EOF-FLAG
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF AI-STUDENT-NUMBER
                               NOT = WS-CC-STU-NUMBER(WS-CC-SI)
                           MOVE "Y" TO WS-AP-EOF-FLAG
                       ELSE
                           IF AI-RECORD-TYPE = "I"
                                   OR AI-RECORD-TYPE = "i"
                               MOVE 1 TO WS-IMC-IDX
                               PERFORM WS-IMC-VAC-COUNT TIMES
                                   IF AI-DESCRIPTION =
                                           WS-IMC-VAC-NAME(
                                           WS-IMC-IDX)
                                       PERFORM TAKE-CAMPUS-DOSE
                                   END-IF
                                   ADD 1 TO WS-IMC-IDX
                               END-PERFORM
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ALLERGY-IMM-FILE.

       TAKE-CAMPUS-DOSE.                                             *> Count the dose unless the same vaccine and
                                                                      *> date came off another campus's file already.
           MOVE "N" TO WS-CC-FOUND
           MOVE 1 TO WS-CC-DI
           PERFORM UNTIL WS-CC-DI > WS-CC-DOSE-COUNT
                   OR WS-CC-FOUND = "Y"
               IF WS-CC-DOSE-VAC(WS-CC-DI) = WS-IMC-IDX
                       AND WS-CC-DOSE-DATE(WS-CC-DI) = AI-ENTRY-DATE
                   MOVE "Y" TO WS-CC-FOUND
               ELSE
                   ADD 1 TO WS-CC-DI
               END-IF
           END-PERFORM
           IF WS-CC-FOUND NOT = "Y"
               IF WS-CC-DOSE-COUNT < 60
                   ADD 1 TO WS-CC-DOSE-COUNT
                   MOVE WS-IMC-IDX
                       TO WS-CC-DOSE-VAC(WS-CC-DOSE-COUNT)
                   MOVE AI-ENTRY-DATE
                       TO WS-CC-DOSE-DATE(WS-CC-DOSE-COUNT)
               END-IF
               ADD 1 TO WS-IMC-VAC-GOT(WS-IMC-IDX)
           END-IF.

       WRITE-CONSOLIDATED-REPORT.                                    *> The summary itself, through the report file.
           MOVE "CAMPUSES" TO WS-RO-NAME
           MOVE "MULTI-CAMPUS CONSOLIDATED SUMMARY" TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           MOVE SPACES TO WS-RO-LINE
           STRING "Period: " WS-CC-FROM-DATE " to " WS-CC-TO-DATE
               "   Campuses: " WS-CC-CAMPUS-COUNT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "-- VISITS, INCIDENTS, IMMUNIZATION COMPLIANCE --"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           MOVE "CAMPUS"  TO WS-RO-LINE(1:6)
           MOVE " VISITS" TO WS-RO-LINE(9:7)
           MOVE "INCIDNT" TO WS-RO-LINE(17:7)
           MOVE "NOTIFID" TO WS-RO-LINE(25:7)
           MOVE "STUDNTS" TO WS-RO-LINE(33:7)
           MOVE "COMPLNT" TO WS-RO-LINE(41:7)
           MOVE "PCT"     TO WS-RO-LINE(50:3)
           PERFORM EMIT-REPORT-LINE
           MOVE ZERO TO WS-CC-TOT-VISITS
           MOVE ZERO TO WS-CC-TOT-LEFT
           MOVE ZERO TO WS-CC-TOT-INCIDENTS
           MOVE ZERO TO WS-CC-TOT-NOTIFIED
           MOVE ZERO TO WS-CC-TOT-STUDENTS
           MOVE ZERO TO WS-CC-TOT-COMPLIANT
           MOVE 1 TO WS-CC-CI
           PERFORM WS-CC-CAMPUS-COUNT TIMES
               ADD WS-CC-VISITS(WS-CC-CI)    TO WS-CC-TOT-VISITS
               ADD WS-CC-LEFT(WS-CC-CI)      TO WS-CC-TOT-LEFT
               ADD WS-CC-INCIDENTS(WS-CC-CI) TO WS-CC-TOT-INCIDENTS
               ADD WS-CC-NOTIFIED(WS-CC-CI)  TO WS-CC-TOT-NOTIFIED
               ADD WS-CC-STUDENTS(WS-CC-CI)  TO WS-CC-TOT-STUDENTS
               ADD WS-CC-COMPLIANT(WS-CC-CI) TO WS-CC-TOT-COMPLIANT
               MOVE SPACES TO WS-RO-LINE
               MOVE WS-CC-CODE(WS-CC-CI) TO WS-RO-LINE(1:6)
               MOVE WS-CC-VISITS(WS-CC-CI)    TO WS-CC-ED
               MOVE WS-CC-ED TO WS-RO-LINE(9:7)
               MOVE WS-CC-INCIDENTS(WS-CC-CI) TO WS-CC-ED
               MOVE WS-CC-ED TO WS-RO-LINE(17:7)
               MOVE WS-CC-NOTIFIED(WS-CC-CI)  TO WS-CC-ED
               MOVE WS-CC-ED TO WS-RO-LINE(25:7)
               MOVE WS-CC-STUDENTS(WS-CC-CI)  TO WS-CC-ED
               MOVE WS-CC-ED TO WS-RO-LINE(33:7)
               MOVE WS-CC-COMPLIANT(WS-CC-CI) TO WS-CC-ED
               MOVE WS-CC-ED TO WS-RO-LINE(41:7)
               MOVE ZERO TO WS-CC-PCT
               IF WS-CC-STUDENTS(WS-CC-CI) > ZERO
                   COMPUTE WS-CC-PCT = WS-CC-COMPLIANT(WS-CC-CI) * 100
                       / WS-CC-STUDENTS(WS-CC-CI)
               END-IF
               MOVE WS-CC-PCT TO WS-CC-PCT-ED
               MOVE WS-CC-PCT-ED TO WS-RO-LINE(50:3)
               MOVE "%" TO WS-RO-LINE(53:1)
               PERFORM EMIT-REPORT-LINE
               ADD 1 TO WS-CC-CI
           END-PERFORM
           MOVE SPACES TO WS-RO-LINE
           MOVE "TOTAL" TO WS-RO-LINE(1:6)
           MOVE WS-CC-TOT-VISITS    TO WS-CC-ED
           MOVE WS-CC-ED TO WS-RO-LINE(9:7)
           MOVE WS-CC-TOT-INCIDENTS TO WS-CC-ED
           MOVE WS-CC-ED TO WS-RO-LINE(17:7)
           MOVE WS-CC-TOT-NOTIFIED  TO WS-CC-ED
           MOVE WS-CC-ED TO WS-RO-LINE(25:7)
           MOVE WS-CC-TOT-STUDENTS  TO WS-CC-ED
           MOVE WS-CC-ED TO WS-RO-LINE(33:7)
           MOVE WS-CC-TOT-COMPLIANT TO WS-CC-ED
           MOVE WS-CC-ED TO WS-RO-LINE(41:7)
           MOVE ZERO TO WS-CC-PCT
           IF WS-CC-TOT-STUDENTS > ZERO
               COMPUTE WS-CC-PCT = WS-CC-TOT-COMPLIANT * 100
                   / WS-CC-TOT-STUDENTS
           END-IF
           MOVE WS-CC-PCT TO WS-CC-PCT-ED
           MOVE WS-CC-PCT-ED TO WS-RO-LINE(50:3)
           MOVE "%" TO WS-RO-LINE(53:1)
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Students on more than one campus file, counted "
               "once: " WS-CC-MOVED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Rows stamped for another campus, left to it: "
               WS-CC-TOT-LEFT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-IMC-VAC-COUNT = ZERO
               MOVE "(No required-vaccine schedule on file -- every"
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE " student counts as compliant.)" TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "-- TOP CONDITIONS --" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 1 TO WS-CC-CJ
           PERFORM WS-CC-CAMPUS-COUNT TIMES
               MOVE SPACES TO WS-RO-LINE
               STRING "Campus " WS-CC-CODE(WS-CC-CJ) ":"
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM EMIT-TOP-CONDITIONS
               ADD 1 TO WS-CC-CJ
           END-PERFORM
           MOVE "All campuses:" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ZERO TO WS-CC-CJ
           PERFORM EMIT-TOP-CONDITIONS
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "-- MORBIDITY BY CAMPUS --" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           MOVE "CONDITION" TO WS-RO-LINE(1:9)
           MOVE 31 TO WS-CC-COL
           MOVE 1 TO WS-CC-CJ
           PERFORM WS-CC-CAMPUS-COUNT TIMES
               MOVE WS-CC-CODE(WS-CC-CJ)
                   TO WS-RO-LINE(WS-CC-COL + 1:6)
               ADD 7 TO WS-CC-COL
               ADD 1 TO WS-CC-CJ
           END-PERFORM
           MOVE "  TOTAL" TO WS-RO-LINE(WS-CC-COL:7)
           PERFORM EMIT-REPORT-LINE
           MOVE 1 TO WS-CC-CR
           PERFORM WS-CC-COND-COUNT TIMES
               MOVE SPACES TO WS-RO-LINE
               MOVE WS-CC-COND-NAME(WS-CC-CR) TO WS-RO-LINE(1:30)
               MOVE 31 TO WS-CC-COL
               MOVE 1 TO WS-CC-CJ
               PERFORM WS-CC-CAMPUS-COUNT TIMES
                   MOVE WS-CC-COND-CAMPUS(WS-CC-CR, WS-CC-CJ)
                       TO WS-CC-ED
                   MOVE WS-CC-ED TO WS-RO-LINE(WS-CC-COL:7)
                   ADD 7 TO WS-CC-COL
                   ADD 1 TO WS-CC-CJ
               END-PERFORM
               MOVE WS-CC-COND-TOTAL(WS-CC-CR) TO WS-CC-ED
               MOVE WS-CC-ED TO WS-RO-LINE(WS-CC-COL:7)
               PERFORM EMIT-REPORT-LINE
               ADD 1 TO WS-CC-CR
           END-PERFORM
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "-- MORBIDITY BY AGE/SEX, ALL CAMPUSES --"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           MOVE "CONDITION" TO WS-RO-LINE(1:9)
           MOVE "  M<12  F<12 M1217 F1217 M1824 F1824"
               TO WS-RO-LINE(31:36)
           MOVE "  M25+  F25+  UNSP  TOTAL" TO WS-RO-LINE(67:25)
           PERFORM EMIT-REPORT-LINE
           MOVE 1 TO WS-CC-CR
           PERFORM WS-CC-COND-COUNT TIMES
               MOVE SPACES TO WS-RO-LINE
               MOVE WS-CC-COND-NAME(WS-CC-CR) TO WS-RO-LINE(1:30)
               MOVE 31 TO WS-CC-COL
               MOVE 1 TO WS-MB-CELL-IDX
               PERFORM 9 TIMES
                   MOVE WS-CC-COND-CELL(WS-CC-CR, WS-MB-CELL-IDX)
                       TO WS-MB-CELL-ED
                   MOVE WS-MB-CELL-ED TO WS-RO-LINE(WS-CC-COL:6)
                   ADD 6 TO WS-CC-COL
                   ADD 1 TO WS-MB-CELL-IDX
               END-PERFORM
               MOVE WS-CC-COND-TOTAL(WS-CC-CR) TO WS-CC-ED
               MOVE WS-CC-ED TO WS-RO-LINE(WS-CC-COL:7)
               PERFORM EMIT-REPORT-LINE
               ADD 1 TO WS-CC-CR
           END-PERFORM
           IF WS-CC-COND-COUNT = 30
               MOVE "(Condition table full -- further conditions were"
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE " left off this summary.)" TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM CLOSE-REPORT-OUTPUT.

       EMIT-TOP-CONDITIONS.                                          *> The five commonest conditions for campus
                                                                      *> WS-CC-CJ, or for all campuses when it is zero.
           MOVE 1 TO WS-CC-CR
           PERFORM WS-CC-COND-COUNT TIMES
               MOVE "N" TO WS-CC-COND-TAKEN(WS-CC-CR)
               ADD 1 TO WS-CC-CR
           END-PERFORM
           MOVE 1 TO WS-CC-TOP-RANK
           PERFORM 5 TIMES
               MOVE ZERO TO WS-CC-TOP-MAX
               MOVE ZERO TO WS-CC-TOP-ROW
               MOVE 1 TO WS-CC-CR
               PERFORM WS-CC-COND-COUNT TIMES
                   IF WS-CC-CJ = ZERO
                       MOVE WS-CC-COND-TOTAL(WS-CC-CR) TO WS-CC-WORK
                   ELSE
                       MOVE WS-CC-COND-CAMPUS(WS-CC-CR, WS-CC-CJ)
                           TO WS-CC-WORK
                   END-IF
                   IF WS-CC-COND-TAKEN(WS-CC-CR) NOT = "Y"
                           AND WS-CC-WORK > WS-CC-TOP-MAX
                       MOVE WS-CC-WORK TO WS-CC-TOP-MAX
                       MOVE WS-CC-CR TO WS-CC-TOP-ROW
                   END-IF
                   ADD 1 TO WS-CC-CR
               END-PERFORM
               IF WS-CC-TOP-ROW > ZERO
                   MOVE "Y" TO WS-CC-COND-TAKEN(WS-CC-TOP-ROW)
                   MOVE WS-CC-TOP-MAX TO WS-CC-ED
                   MOVE SPACES TO WS-RO-LINE
                   STRING "   " WS-CC-TOP-RANK ". "
                       WS-CC-COND-NAME(WS-CC-TOP-ROW) " " WS-CC-ED
                       DELIMITED BY SIZE INTO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
                   ADD 1 TO WS-CC-TOP-RANK
               END-IF
           END-PERFORM
           IF WS-CC-TOP-RANK = 1
               MOVE "   (No visits in the period.)" TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       FREQUENT-VISITOR-REPORT.                                      *> Students whose visits in a term or date range
                                                                      *> go over the threshold -- what they came in
                                                                      *> with, when, the class periods it cost them and
                                                                      *> any bed stays -- for the guidance office, with
                                                                      *> a referral recall for each one marked.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      FREQUENT-VISITOR REPORT"
           DISPLAY FRA-ME
           PERFORM READ-FREQ-VISIT-CONFIG
           PERFORM LOAD-CLASS-PERIODS
           DISPLAY "Term code (blank = enter dates): "
               WITH NO ADVANCING
           ACCEPT WS-TM-CODE
           MOVE "N" TO WS-TM-FOUND
           IF WS-TM-CODE NOT = SPACES
               PERFORM RESOLVE-TERM-CODE
           END-IF
           IF WS-TM-FOUND = "Y"
               MOVE WS-TM-START TO WS-FV-FROM-DATE
               MOVE WS-TM-END   TO WS-FV-TO-DATE
               DISPLAY "Reporting " WS-TM-DESC
           ELSE
               DISPLAY "From date [YYYY/MM/DD]: " WITH NO ADVANCING
               ACCEPT WS-FV-FROM-DATE
               DISPLAY "To date [YYYY/MM/DD]: " WITH NO ADVANCING
               ACCEPT WS-FV-TO-DATE
           END-IF
           MOVE WS-FV-THRESHOLD TO WS-FV-N-ED
           DISPLAY "List students with more than how many visits ["
               WS-FV-N-ED "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-FV-THRESHOLD-TEXT
           ACCEPT WS-FV-THRESHOLD-TEXT
           IF WS-FV-THRESHOLD-TEXT NOT = SPACES
               PERFORM TAKE-FV-THRESHOLD
           END-IF
           MOVE ZERO TO WS-FV-COUNT
           MOVE "N" TO WS-FV-FULL-SHOWN
           PERFORM COLLECT-FREQUENT-VISITORS
           IF WS-FV-COUNT > ZERO
               PERFORM COLLECT-FREQUENT-STAYS
           END-IF
           PERFORM WRITE-FREQUENT-VISITOR-REPORT
           IF WS-FV-COUNT > ZERO
               PERFORM MARK-FREQUENT-REFERRALS
           END-IF.

       READ-FREQ-VISIT-CONFIG.                                       *> The visit threshold; the default stands if
                                                                      *> there is no file.
           OPEN INPUT FREQ-VISIT-CONFIG-FILE
           IF WS-FV-CFG-STATUS NOT = "35"
               READ FREQ-VISIT-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE FREQ-VISIT-CONFIG-RECORD(1:3)
                           TO WS-FV-THRESHOLD-TEXT
                       PERFORM TAKE-FV-THRESHOLD
               END-READ
               CLOSE FREQ-VISIT-CONFIG-FILE
           END-IF.

       TAKE-FV-THRESHOLD.                                            *> One to three digits, written the natural way.
           IF WS-FV-THRESHOLD-TEXT(1:3) IS NUMERIC
               MOVE WS-FV-THRESHOLD-TEXT TO WS-FV-THRESHOLD
           ELSE
               IF WS-FV-THRESHOLD-TEXT(1:2) IS NUMERIC
                   MOVE ZERO TO WS-FV-THRESHOLD
                   MOVE WS-FV-THRESHOLD-TEXT(1:2)
                       TO WS-FV-THRESHOLD(2:2)
               ELSE
                   IF WS-FV-THRESHOLD-TEXT(1:1) IS NUMERIC
                       MOVE ZERO TO WS-FV-THRESHOLD
                       MOVE WS-FV-THRESHOLD-TEXT(1:1)
                           TO WS-FV-THRESHOLD(3:1)
                   END-IF
               END-IF
           END-IF.

       LOAD-CLASS-PERIODS.                                           *> PERIODS.CFG into WS-FV-PER-TABLE, or the
                                                                      *> clock-hour defaults when there is none.
           MOVE ZERO TO WS-FV-PER-COUNT
           OPEN INPUT CLASS-PERIOD-FILE
           IF WS-FV-PER-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CLASS-PERIOD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND CLASS-PERIOD-RECORD(1:1) NOT = "*"
                           AND CLASS-PERIOD-RECORD(1:2) IS NUMERIC
                           AND WS-FV-PER-COUNT < 12
                       ADD 1 TO WS-FV-PER-COUNT
                       MOVE CLASS-PERIOD-RECORD(1:5)
                           TO WS-FV-PER-START(WS-FV-PER-COUNT)
                       MOVE CLASS-PERIOD-RECORD(7:5)
                           TO WS-FV-PER-END(WS-FV-PER-COUNT)
                       MOVE CLASS-PERIOD-RECORD(13:12)
                           TO WS-FV-PER-LABEL(WS-FV-PER-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CLASS-PERIOD-FILE
           END-IF
           IF WS-FV-PER-COUNT = ZERO
               MOVE 1 TO WS-FV-J
               PERFORM 10 TIMES
                   MOVE WS-FV-PER-DEFAULT(WS-FV-J) TO WS-FV-PER(WS-FV-J)
                   ADD 1 TO WS-FV-J
               END-PERFORM
               MOVE 10 TO WS-FV-PER-COUNT
           END-IF.

       COLLECT-FREQUENT-VISITORS.                                    *> One pass of VISITHIST.DAT. It comes back in
                                                                      *> Student ID order, so each student's visits
                                                                      *> are tallied together and judged when the next
                                                                      *> student starts. External history is not a
                                                                      *> visit to this clinic and is not counted.
           OPEN INPUT VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-FV-PT-OK
               OPEN INPUT PATIENT-FILE
               IF WS-FILE-STATUS = "00"
                   MOVE "Y" TO WS-FV-PT-OK
               END-IF
               MOVE SPACES TO WS-FV-CUR-STUDENT
               PERFORM CLEAR-FV-CURRENT
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ VISIT-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       IF VH-STUDENT-NUMBER NOT = WS-FV-CUR-STUDENT
                           PERFORM CLOSE-FV-STUDENT
                           MOVE VH-STUDENT-NUMBER TO WS-FV-CUR-STUDENT
                           PERFORM CLEAR-FV-CURRENT
                       END-IF
                       IF VH-ATTENDED-BY NOT = WS-TI-EXTERNAL-TAG
                               AND VH-DATE-OF-VISIT >= WS-FV-FROM-DATE
                               AND VH-DATE-OF-VISIT <= WS-FV-TO-DATE
                           PERFORM TALLY-FV-VISIT
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM CLOSE-FV-STUDENT
               CLOSE PATIENT-FILE
           END-IF
           CLOSE VISIT-HISTORY-FILE.

       CLEAR-FV-CURRENT.                                             *> Zero the running tallies for a new student.
           MOVE ZERO TO WS-FV-CUR-VISITS
           MOVE ZERO TO WS-FV-CUR-COND-COUNT
           MOVE 1 TO WS-FV-J
           PERFORM 5 TIMES
               MOVE ZERO TO WS-FV-CUR-TOD(WS-FV-J)
               ADD 1 TO WS-FV-J
           END-PERFORM
           MOVE 1 TO WS-FV-J
           PERFORM 12 TIMES
               MOVE ZERO TO WS-FV-CUR-PER(WS-FV-J)
               ADD 1 TO WS-FV-J
           END-PERFORM.

       TALLY-FV-VISIT.                                               *> One counted visit: its complaint, time-of-day
                                                                      *> band and the class period it fell in.
           PERFORM MASK-VH-FIELDS
           ADD 1 TO WS-FV-CUR-VISITS
           MOVE VH-HEALTH-CONDITION TO WS-FV-COND-TEXT
           IF WS-FV-COND-TEXT = SPACES
               MOVE "(no complaint recorded)" TO WS-FV-COND-TEXT
           END-IF
           MOVE "N" TO WS-FV-FOUND
           MOVE 1 TO WS-FV-K
           PERFORM UNTIL WS-FV-K > WS-FV-CUR-COND-COUNT
                   OR WS-FV-FOUND = "Y"
               IF WS-FV-CUR-COND-NAME(WS-FV-K) = WS-FV-COND-TEXT
                   MOVE "Y" TO WS-FV-FOUND
               ELSE
                   ADD 1 TO WS-FV-K
               END-IF
           END-PERFORM
           IF WS-FV-FOUND NOT = "Y"
               IF WS-FV-CUR-COND-COUNT < 7
                   ADD 1 TO WS-FV-CUR-COND-COUNT
                   MOVE WS-FV-CUR-COND-COUNT TO WS-FV-K
                   MOVE WS-FV-COND-TEXT
                       TO WS-FV-CUR-COND-NAME(WS-FV-K)
                   MOVE ZERO TO WS-FV-CUR-COND-N(WS-FV-K)
               ELSE
                   MOVE 8 TO WS-FV-K                                  *> Past seven complaints the rest share a row.
                   IF WS-FV-CUR-COND-COUNT < 8
                       MOVE 8 TO WS-FV-CUR-COND-COUNT
                       MOVE "(other complaints)"
                           TO WS-FV-CUR-COND-NAME(WS-FV-K)
                       MOVE ZERO TO WS-FV-CUR-COND-N(WS-FV-K)
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-FV-CUR-COND-N(WS-FV-K)
           MOVE VH-TIME-OF-VISIT TO WS-FV-TIME
           IF WS-FV-TIME(1:2) IS NUMERIC
                   AND WS-FV-TIME(4:2) IS NUMERIC
               IF WS-FV-TIME < "10:00"
                   ADD 1 TO WS-FV-CUR-TOD(1)
               ELSE
                   IF WS-FV-TIME < "12:00"
                       ADD 1 TO WS-FV-CUR-TOD(2)
                   ELSE
                       IF WS-FV-TIME < "14:00"
                           ADD 1 TO WS-FV-CUR-TOD(3)
                       ELSE
                           ADD 1 TO WS-FV-CUR-TOD(4)
                       END-IF
                   END-IF
               END-IF
               MOVE 1 TO WS-FV-J
               PERFORM WS-FV-PER-COUNT TIMES
                   IF WS-FV-TIME >= WS-FV-PER-START(WS-FV-J)
                           AND WS-FV-TIME < WS-FV-PER-END(WS-FV-J)
                       ADD 1 TO WS-FV-CUR-PER(WS-FV-J)
                   END-IF
                   ADD 1 TO WS-FV-J
               END-PERFORM
           ELSE
               ADD 1 TO WS-FV-CUR-TOD(5)
           END-IF.

       CLOSE-FV-STUDENT.                                             *> Keep the student just read when they went over
                                                                      *> the threshold. Staff and visitors have no
                                                                      *> guidance office and are left out.
           IF WS-FV-CUR-STUDENT NOT = SPACES
                   AND WS-FV-CUR-VISITS > WS-FV-THRESHOLD
               MOVE "Y" TO WS-PT-ELIGIBLE
               MOVE "(no clinic record)" TO PATIENT-NAME
               MOVE "(unknown section)"  TO STUDENT-CYS
               IF WS-FV-PT-OK = "Y"
                   MOVE WS-FV-CUR-STUDENT TO STUDENT-NUMBER
                   READ PATIENT-FILE
                       KEY IS STUDENT-NUMBER
                       INVALID KEY
                           MOVE "(no clinic record)" TO PATIENT-NAME
                           MOVE "(unknown section)"  TO STUDENT-CYS
                       NOT INVALID KEY
                           IF PATIENT-CATEGORY = "E"
                                   OR PATIENT-CATEGORY = "V"
                               MOVE "N" TO WS-PT-ELIGIBLE
                           END-IF
                   END-READ
               END-IF
               IF WS-PT-ELIGIBLE = "Y"
                   IF WS-FV-COUNT < 100
                       ADD 1 TO WS-FV-COUNT
                       MOVE WS-FV-CUR-STUDENT
                           TO WS-FV-ENT-STUDENT(WS-FV-COUNT)
                       MOVE PATIENT-NAME
                           TO WS-FV-ENT-NAME(WS-FV-COUNT)
                       MOVE STUDENT-CYS
                           TO WS-FV-ENT-CYS(WS-FV-COUNT)
                       MOVE WS-FV-CUR-DETAIL
                           TO WS-FV-ENT-DETAIL(WS-FV-COUNT)
                       MOVE ZERO TO WS-FV-ENT-STAY-COUNT(WS-FV-COUNT)
                       MOVE ZERO TO WS-FV-ENT-STAY-MORE(WS-FV-COUNT)
                   ELSE
                       IF WS-FV-FULL-SHOWN = "N"
                           DISPLAY "More than 100 students are over"
                           DISPLAY "the threshold -- the first 100 are"
                           DISPLAY "listed."
                           MOVE "Y" TO WS-FV-FULL-SHOWN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COLLECT-FREQUENT-STAYS.                                       *> Bed stays in the period for the students
                                                                      *> listed, from CONFINE.DAT.
           OPEN INPUT CONFINE-FILE
           IF WS-CF-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CONFINE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND CF-DATE >= WS-FV-FROM-DATE
                           AND CF-DATE <= WS-FV-TO-DATE
                       MOVE "N" TO WS-FV-FOUND
                       MOVE 1 TO WS-FV-IDX
                       PERFORM UNTIL WS-FV-IDX > WS-FV-COUNT
                               OR WS-FV-FOUND = "Y"
                           IF WS-FV-ENT-STUDENT(WS-FV-IDX)
                                   = CF-STUDENT-NUMBER
                               MOVE "Y" TO WS-FV-FOUND
                           ELSE
                               ADD 1 TO WS-FV-IDX
                           END-IF
                       END-PERFORM
                       IF WS-FV-FOUND = "Y"
                           PERFORM ADD-FV-STAY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CONFINE-FILE.

       ADD-FV-STAY.                                                  *> One stay onto student WS-FV-IDX. The period
                                                                      *> the stay began in was already counted from
                                                                      *> the visit that sent them to the bed, so only
                                                                      *> periods starting during the stay are added.
           IF WS-FV-ENT-STAY-COUNT(WS-FV-IDX) < 5
               ADD 1 TO WS-FV-ENT-STAY-COUNT(WS-FV-IDX)
               MOVE WS-FV-ENT-STAY-COUNT(WS-FV-IDX) TO WS-FV-K
               MOVE CF-DATE
                   TO WS-FV-ENT-STAY-DATE(WS-FV-IDX, WS-FV-K)
               MOVE CF-TIME-IN
                   TO WS-FV-ENT-STAY-IN(WS-FV-IDX, WS-FV-K)
               MOVE CF-TIME-OUT
                   TO WS-FV-ENT-STAY-OUT(WS-FV-IDX, WS-FV-K)
               MOVE CF-REASON
                   TO WS-FV-ENT-STAY-REASON(WS-FV-IDX, WS-FV-K)
           ELSE
               ADD 1 TO WS-FV-ENT-STAY-MORE(WS-FV-IDX)
           END-IF
           MOVE CF-TIME-OUT TO WS-FV-STAY-END
           IF WS-FV-STAY-END = SPACES
               MOVE "23:59" TO WS-FV-STAY-END                         *> Still in the bed.
           END-IF
           MOVE 1 TO WS-FV-J
           PERFORM WS-FV-PER-COUNT TIMES
               IF WS-FV-PER-START(WS-FV-J) > CF-TIME-IN
                       AND WS-FV-PER-START(WS-FV-J) < WS-FV-STAY-END
                   ADD 1 TO WS-FV-ENT-PER(WS-FV-IDX, WS-FV-J)
               END-IF
               ADD 1 TO WS-FV-J
           END-PERFORM.

       WRITE-FREQUENT-VISITOR-REPORT.                                *> The list itself, one block per student.
           MOVE "FREQVISIT" TO WS-RO-NAME
           MOVE "FREQUENT CLINIC VISITORS" TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           MOVE WS-FV-THRESHOLD TO WS-FV-N-ED
           MOVE SPACES TO WS-RO-LINE
           STRING "Period: " WS-FV-FROM-DATE " to " WS-FV-TO-DATE
               "   Listed: more than " WS-FV-N-ED " visits"
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-FV-COUNT = ZERO
               MOVE "(No student went over the threshold.)"
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE 1 TO WS-FV-IDX
               PERFORM WS-FV-COUNT TIMES
                   PERFORM EMIT-FV-STUDENT
                   ADD 1 TO WS-FV-IDX
               END-PERFORM
           END-IF
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-FV-COUNT TO WS-FV-N-ED
           MOVE SPACES TO WS-RO-LINE
           STRING "Students listed: " WS-FV-N-ED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM CLOSE-REPORT-OUTPUT.

       EMIT-FV-STUDENT.                                              *> One student's block: complaints, time of day,
                                                                      *> periods missed and bed stays.
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING WS-FV-ENT-STUDENT(WS-FV-IDX) " "
               WS-FV-ENT-NAME(WS-FV-IDX) " "
               WS-FV-ENT-CYS(WS-FV-IDX)
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-FV-ENT-VISITS(WS-FV-IDX) TO WS-FV-N-ED
           MOVE SPACES TO WS-RO-LINE
           STRING "  Visits in the period: " WS-FV-N-ED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "  Complaints:" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 1 TO WS-FV-K
           PERFORM WS-FV-ENT-COND-COUNT(WS-FV-IDX) TIMES
               MOVE WS-FV-ENT-COND-N(WS-FV-IDX, WS-FV-K) TO WS-FV-N-ED
               MOVE SPACES TO WS-RO-LINE
               STRING "    " WS-FV-ENT-COND-NAME(WS-FV-IDX, WS-FV-K)
                   " " WS-FV-N-ED
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               ADD 1 TO WS-FV-K
           END-PERFORM
           MOVE 1 TO WS-FV-K
           PERFORM 5 TIMES
               MOVE WS-FV-ENT-TOD(WS-FV-IDX, WS-FV-K)
                   TO WS-FV-TOD-ED(WS-FV-K)
               ADD 1 TO WS-FV-K
           END-PERFORM
           MOVE "  Time of day:" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "    " WS-FV-TOD-LABEL(1) " " WS-FV-TOD-ED(1)
               "  " WS-FV-TOD-LABEL(2) " " WS-FV-TOD-ED(2)
               "  " WS-FV-TOD-LABEL(3) " " WS-FV-TOD-ED(3)
               "  " WS-FV-TOD-LABEL(4) " " WS-FV-TOD-ED(4)
               "  " WS-FV-TOD-LABEL(5) " " WS-FV-TOD-ED(5)
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "  Class periods missed:" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ZERO TO WS-FV-K
           MOVE 1 TO WS-FV-J
           PERFORM WS-FV-PER-COUNT TIMES
               IF WS-FV-ENT-PER(WS-FV-IDX, WS-FV-J) > ZERO
                   ADD 1 TO WS-FV-K
                   MOVE WS-FV-ENT-PER(WS-FV-IDX, WS-FV-J)
                       TO WS-FV-N-ED
                   MOVE SPACES TO WS-RO-LINE
                   STRING "    " WS-FV-PER-LABEL(WS-FV-J) " ("
                       WS-FV-PER-START(WS-FV-J) "-"
                       WS-FV-PER-END(WS-FV-J) ") " WS-FV-N-ED
                       DELIMITED BY SIZE INTO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
               ADD 1 TO WS-FV-J
           END-PERFORM
           IF WS-FV-K = ZERO
               MOVE "    (none -- no visit fell inside a class period)"
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF WS-FV-ENT-STAY-COUNT(WS-FV-IDX) > ZERO
               MOVE "  Bed stays:" TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE 1 TO WS-FV-K
               PERFORM WS-FV-ENT-STAY-COUNT(WS-FV-IDX) TIMES
                   MOVE SPACES TO WS-RO-LINE
                   STRING "    "
                       WS-FV-ENT-STAY-DATE(WS-FV-IDX, WS-FV-K) " "
                       WS-FV-ENT-STAY-IN(WS-FV-IDX, WS-FV-K) "-"
                       WS-FV-ENT-STAY-OUT(WS-FV-IDX, WS-FV-K) " "
                       WS-FV-ENT-STAY-REASON(WS-FV-IDX, WS-FV-K)
                       DELIMITED BY SIZE INTO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
                   ADD 1 TO WS-FV-K
               END-PERFORM
               IF WS-FV-ENT-STAY-MORE(WS-FV-IDX) > ZERO
                   MOVE WS-FV-ENT-STAY-MORE(WS-FV-IDX) TO WS-FV-N-ED
                   MOVE SPACES TO WS-RO-LINE
                   STRING "    ... and " WS-FV-N-ED " more"
                       DELIMITED BY SIZE INTO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
           ELSE
               MOVE "  Bed stays: none" TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       MARK-FREQUENT-REFERRALS.                                      *> Go down the list and mark each student for
                                                                      *> counseling or the school physician; a mark
                                                                      *> books a recall on the next school day.
           DISPLAY "Mark referrals now? [Y/N]: " WITH NO ADVANCING
           ACCEPT WS-FV-MARK
           IF WS-FV-MARK = "Y" OR WS-FV-MARK = "y"
               MOVE ZERO TO WS-FV-REFERRED
               MOVE 1 TO WS-FV-IDX
               PERFORM WS-FV-COUNT TIMES
                   PERFORM MARK-ONE-FREQUENT-VISITOR
                   ADD 1 TO WS-FV-IDX
               END-PERFORM
               DISPLAY "Referral recalls booked: " WS-FV-REFERRED
           END-IF.

       MARK-ONE-FREQUENT-VISITOR.                                    *> C, P or Enter for student WS-FV-IDX.
           MOVE WS-FV-ENT-VISITS(WS-FV-IDX) TO WS-FV-N-ED
           DISPLAY FRA-ME
           DISPLAY WS-FV-ENT-STUDENT(WS-FV-IDX) " "
               WS-FV-ENT-NAME(WS-FV-IDX)
           DISPLAY "   " WS-FV-N-ED " visits in the period"
           DISPLAY "   C) Refer to counseling"
           DISPLAY "   P) Refer to school physician"
           DISPLAY "   Enter) No referral: " WITH NO ADVANCING
           MOVE SPACE TO WS-FV-MARK
           ACCEPT WS-FV-MARK
           EVALUATE WS-FV-MARK
               WHEN "c"
               WHEN "C"
                   MOVE "Refer to guidance counseling" TO WS-FV-REASON
                   PERFORM WRITE-FV-REFERRAL-RECALL
               WHEN "p"
               WHEN "P"
                   MOVE "Refer to school physician" TO WS-FV-REASON
                   PERFORM WRITE-FV-REFERRAL-RECALL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-FV-REFERRAL-RECALL.                                     *> RECALL-FILE entry due the next school day.
                                                                      *> A recall already due that day for the student
                                                                      *> is left alone, not overwritten.
           MOVE "1" TO WS-SD-TEXT
           PERFORM COMPUTE-SCHOOL-DAY-DUE
           OPEN I-O RECALL-FILE
           IF WS-RC-FILE-STATUS = "35"                                *> File does not exist yet -- create it.
               OPEN OUTPUT RECALL-FILE
           END-IF
           MOVE WS-FV-ENT-STUDENT(WS-FV-IDX) TO RC-STUDENT-NUMBER
           MOVE WS-RC-DUE-DATE TO RC-DUE-DATE
           MOVE WS-FV-REASON   TO RC-REASON
           MOVE "O"    TO RC-STATUS
           MOVE SPACES TO RC-OUTCOME
           MOVE SPACES TO RC-DONE-DATE
           WRITE RECALL-RECORD
               INVALID KEY
                   DISPLAY "   A recall is already due " WS-RC-DUE-DATE
                   DISPLAY "   for this student -- left as it is; book"
                   DISPLAY "   this one from the recall menu."
               NOT INVALID KEY
                   ADD 1 TO WS-FV-REFERRED
                   DISPLAY "   Recall booked for " WS-RC-DUE-DATE "."
                   MOVE WS-FV-ENT-STUDENT(WS-FV-IDX) TO STUDENT-NUMBER
                   MOVE "FREQ-VISIT REFERRAL" TO WS-AUDIT-FIELD-NAME
                   MOVE SPACES TO WS-AUDIT-OLD-VALUE
                   MOVE WS-FV-REASON TO WS-AUDIT-NEW-VALUE
                   PERFORM APPEND-AUDIT-LOG
           END-WRITE
           CLOSE RECALL-FILE.

       ANNUAL-REPORT.                                                *> Interactive wrapper for the year-end
                                                                      *> accomplishment report.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      ANNUAL CLINIC ACCOMPLISHMENT REPORT"
           DISPLAY FRA-ME
           PERFORM GET-CURRENT-SCHOOL-YEAR
           DISPLAY "School year [" WS-CN-CURRENT-SY "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-YR-SY
           ACCEPT WS-YR-SY
           IF WS-YR-SY = SPACES
               MOVE WS-CN-CURRENT-SY TO WS-YR-SY
           END-IF
           PERFORM ANNUAL-REPORT-BODY.

       ANNUAL-REPORT-BODY.                                           *> One school year pulled together from every
                                                                      *> register the clinic keeps -- what used to be
                                                                      *> assembled by hand from a dozen reports at
                                                                      *> year end. WS-YR-SY holds the year.
           MOVE "Y" TO WS-YR-OK
           IF WS-YR-SY(1:4) IS NOT NUMERIC
                   OR WS-YR-SY(5:1) NOT = "-"
                   OR WS-YR-SY(6:4) IS NOT NUMERIC
               MOVE "N" TO WS-YR-OK
               DISPLAY "School year must be written YYYY-YYYY, e.g."
               DISPLAY "2025-2026."
           ELSE
               PERFORM RESOLVE-SCHOOL-YEAR
               DISPLAY "Reporting SY " WS-YR-SY ": " WS-YR-FROM-DATE
                   " to " WS-YR-TO-DATE
               MOVE ZEROS TO WS-YR-TALLIES
               MOVE "N" TO WS-PT-INCLUDE-STAFF
               MOVE "ANNUAL" TO WS-RO-NAME
               MOVE "ANNUAL CLINIC ACCOMPLISHMENT REPORT"
                   TO WS-RO-TITLE
               PERFORM OPEN-REPORT-OUTPUT
               MOVE SPACES TO WS-RO-LINE
               STRING "School year " WS-YR-SY ", " WS-YR-FROM-DATE
                   " to " WS-YR-TO-DATE
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE SPACES TO WS-RO-LINE
               IF WS-YR-TERMS = ZERO
                   MOVE "(No terms for this year on the school calendar"
                       TO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
                   MOVE " -- June 1 to May 31 used.)" TO WS-RO-LINE
               ELSE
                   STRING "(" WS-YR-TERMS " calendar terms, first day"
                       " of the first to last day of the last.)"
                       DELIMITED BY SIZE INTO WS-RO-LINE
               END-IF
               PERFORM EMIT-REPORT-LINE
               PERFORM ANNUAL-CONSULTATIONS
               PERFORM ANNUAL-MEDICATIONS
               PERFORM ANNUAL-STUDENT-MEASURES
               PERFORM ANNUAL-INCIDENTS-CLAIMS
               PERFORM ANNUAL-REFERRALS
               PERFORM ANNUAL-CERTS-FEES
               PERFORM ANNUAL-CONFINE-EXCLUDE
               MOVE SPACES TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE "Prepared by: ____________________  School nurse"
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE "Noted by:    ____________________  Principal"
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM CLOSE-REPORT-OUTPUT
           END-IF.

       RESOLVE-SCHOOL-YEAR.                                          *> First and last day of WS-YR-SY: every term
                                                                      *> whose code starts SYyy-yy or whose description
                                                                      *> names the year. A calendar with no such term
                                                                      *> falls back to June 1 through May 31.
           MOVE SPACES TO WS-YR-CODE-PREFIX
           STRING "SY" WS-YR-SY(3:2) "-" WS-YR-SY(8:2)
               DELIMITED BY SIZE INTO WS-YR-CODE-PREFIX
           MOVE HIGH-VALUE TO WS-YR-FROM-DATE
           MOVE LOW-VALUE TO WS-YR-TO-DATE
           MOVE ZERO TO WS-YR-TERMS
           OPEN INPUT TERM-FILE
           IF WS-TM-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ TERM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       MOVE ZERO TO WS-YR-HITS
                       INSPECT TM-DESCRIPTION TALLYING WS-YR-HITS
                           FOR ALL WS-YR-SY
                       IF TM-CODE(1:7) = WS-YR-CODE-PREFIX
                               OR WS-YR-HITS > ZERO
                           ADD 1 TO WS-YR-TERMS
                           IF TM-START-DATE < WS-YR-FROM-DATE
                               MOVE TM-START-DATE TO WS-YR-FROM-DATE
                           END-IF
                           IF TM-END-DATE > WS-YR-TO-DATE
                               MOVE TM-END-DATE TO WS-YR-TO-DATE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE TERM-FILE
           IF WS-YR-TERMS = ZERO
               MOVE SPACES TO WS-YR-FROM-DATE
               STRING WS-YR-SY(1:4) "/06/01"
                   DELIMITED BY SIZE INTO WS-YR-FROM-DATE
               MOVE SPACES TO WS-YR-TO-DATE
               STRING WS-YR-SY(6:4) "/05/31"
                   DELIMITED BY SIZE INTO WS-YR-TO-DATE
           END-IF.

       ANNUAL-CONSULTATIONS.                                         *> Visits in the year and the ten commonest
                                                                      *> conditions. Visits written by another campus
                                                                      *> or brought in as external history are left out.
           MOVE "1. CONSULTATIONS" TO WS-YR-LABEL
           PERFORM EMIT-ANNUAL-HEAD
           MOVE ZERO TO WS-YR-ROW-COUNT
           MOVE ZERO TO WS-YR-ROW-LEFT
           MOVE SPACES TO WS-YR-LAST-STUDENT
           PERFORM OPEN-EMR-COUNT-CHECK
           OPEN INPUT VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ VISIT-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND VH-ATTENDED-BY NOT = WS-TI-EXTERNAL-TAG
                           AND VH-DATE-OF-VISIT >= WS-YR-FROM-DATE
                           AND VH-DATE-OF-VISIT <= WS-YR-TO-DATE
                       IF VH-CAMPUS-CODE = SPACES
                               OR VH-CAMPUS-CODE = WS-CAMPUS-CODE
                           PERFORM CHECK-EMR-COUNTED
                           IF WS-EM-COUNTED = "Y"
                               PERFORM TALLY-ANNUAL-VISIT
                           ELSE
                               ADD 1 TO WS-EM-HELD
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE VISIT-HISTORY-FILE
           PERFORM CLOSE-EMR-COUNT-CHECK
           MOVE "Consultations (clinic visits)" TO WS-YR-LABEL
           MOVE WS-YR-VISITS TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT
           MOVE "Students seen at least once" TO WS-YR-LABEL
           MOVE WS-YR-VISIT-STUDENTS TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT
           IF WS-EM-START-DATE NOT = SPACES
               MOVE "Not yet accepted by the city EMR" TO WS-YR-LABEL
               MOVE WS-EM-HELD TO WS-YR-NUM
               PERFORM EMIT-ANNUAL-COUNT
           END-IF
           MOVE "  Top ten conditions (visits):" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "N" TO WS-YR-SHOW-AMT
           PERFORM EMIT-ANNUAL-TOP-TEN.

       TALLY-ANNUAL-VISIT.                                           *> One counted visit into the totals and its
                                                                      *> condition row. The file comes back in Student
                                                                      *> ID order, so a new ID is a new student.
           PERFORM MASK-VH-FIELDS
           ADD 1 TO WS-YR-VISITS
           IF VH-STUDENT-NUMBER NOT = WS-YR-LAST-STUDENT
               ADD 1 TO WS-YR-VISIT-STUDENTS
               MOVE VH-STUDENT-NUMBER TO WS-YR-LAST-STUDENT
           END-IF
           MOVE VH-HEALTH-CONDITION TO WS-YR-ROW-KEY
           IF WS-YR-ROW-KEY = SPACES
               MOVE "(not recorded)" TO WS-YR-ROW-KEY
           END-IF
           PERFORM FIND-ANNUAL-ROW
           IF WS-YR-FOUND = "Y"
               ADD 1 TO WS-YR-ROW-TALLY(WS-YR-ROW-IDX)
           END-IF.

       FIND-ANNUAL-ROW.                                              *> Search-or-insert WS-YR-ROW-KEY. A full table
                                                                      *> counts the miss in WS-YR-ROW-LEFT instead.
           MOVE "N" TO WS-YR-FOUND
           MOVE 1 TO WS-YR-ROW-IDX
           PERFORM UNTIL WS-YR-ROW-IDX > WS-YR-ROW-COUNT
                   OR WS-YR-FOUND = "Y"
               IF WS-YR-ROW-NAME(WS-YR-ROW-IDX) = WS-YR-ROW-KEY
                   MOVE "Y" TO WS-YR-FOUND
               ELSE
                   ADD 1 TO WS-YR-ROW-IDX
               END-IF
           END-PERFORM
           IF WS-YR-FOUND NOT = "Y"
               IF WS-YR-ROW-COUNT < 60
                   ADD 1 TO WS-YR-ROW-COUNT
                   MOVE WS-YR-ROW-COUNT TO WS-YR-ROW-IDX
                   MOVE WS-YR-ROW-KEY TO WS-YR-ROW-NAME(WS-YR-ROW-IDX)
                   MOVE ZERO TO WS-YR-ROW-TALLY(WS-YR-ROW-IDX)
                   MOVE ZERO TO WS-YR-ROW-AMT(WS-YR-ROW-IDX)
                   MOVE "Y" TO WS-YR-FOUND
               ELSE
                   ADD 1 TO WS-YR-ROW-LEFT
               END-IF
           END-IF.

       EMIT-ANNUAL-TOP-TEN.                                          *> The ten largest rows of WS-YR-ROW-TABLE by
                                                                      *> count, with the amount when WS-YR-SHOW-AMT
                                                                      *> is "Y".
           MOVE 1 TO WS-YR-ROW-IDX
           PERFORM WS-YR-ROW-COUNT TIMES
               MOVE "N" TO WS-YR-ROW-TAKEN(WS-YR-ROW-IDX)
               ADD 1 TO WS-YR-ROW-IDX
           END-PERFORM
           MOVE 1 TO WS-YR-TOP-RANK
           PERFORM 10 TIMES
               MOVE ZERO TO WS-YR-TOP-MAX
               MOVE ZERO TO WS-YR-TOP-ROW
               MOVE 1 TO WS-YR-ROW-IDX
               PERFORM WS-YR-ROW-COUNT TIMES
                   IF WS-YR-ROW-TAKEN(WS-YR-ROW-IDX) NOT = "Y"
                           AND WS-YR-ROW-TALLY(WS-YR-ROW-IDX)
                               > WS-YR-TOP-MAX
                       MOVE WS-YR-ROW-TALLY(WS-YR-ROW-IDX)
                           TO WS-YR-TOP-MAX
                       MOVE WS-YR-ROW-IDX TO WS-YR-TOP-ROW
                   END-IF
                   ADD 1 TO WS-YR-ROW-IDX
               END-PERFORM
               IF WS-YR-TOP-ROW > ZERO
                   MOVE "Y" TO WS-YR-ROW-TAKEN(WS-YR-TOP-ROW)
                   MOVE WS-YR-TOP-MAX TO WS-YR-ED
                   MOVE SPACES TO WS-RO-LINE
                   STRING "   " WS-YR-TOP-RANK ". "
                       WS-YR-ROW-NAME(WS-YR-TOP-ROW) " " WS-YR-ED
                       DELIMITED BY SIZE INTO WS-RO-LINE
                   IF WS-YR-SHOW-AMT = "Y"
                       MOVE WS-YR-ROW-AMT(WS-YR-TOP-ROW)
                           TO WS-YR-AMT-ED
                       MOVE WS-YR-AMT-ED TO WS-RO-LINE(50:14)
                   END-IF
                   PERFORM EMIT-REPORT-LINE
                   ADD 1 TO WS-YR-TOP-RANK
               END-IF
           END-PERFORM
           IF WS-YR-TOP-RANK = 1
               MOVE "   (None in the year.)" TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF WS-YR-ROW-LEFT > ZERO
               MOVE SPACES TO WS-RO-LINE
               STRING "   (" WS-YR-ROW-LEFT " more rows did not fit"
                   " the table and are not ranked.)"
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       ANNUAL-MEDICATIONS.                                           *> The dispensing register for the year, costed
                                                                      *> at each item's unit cost on the stock file.
           MOVE "2. MEDICATIONS DISPENSED" TO WS-YR-LABEL
           PERFORM EMIT-ANNUAL-HEAD
           MOVE ZERO TO WS-YR-ROW-COUNT
           MOVE ZERO TO WS-YR-ROW-LEFT
           OPEN INPUT DISPENSE-LOG-FILE
           IF WS-DL-STATUS NOT = "35"
               MOVE "N" TO WS-YR-MS-OPEN
               OPEN INPUT MED-STOCK-FILE
               IF WS-MS-FILE-STATUS NOT = "35"
                   MOVE "Y" TO WS-YR-MS-OPEN
               END-IF
               MOVE "N" TO WS-DL-EOF-FLAG
               PERFORM UNTIL WS-DL-EOF-FLAG = "Y"
                   READ DISPENSE-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-DL-EOF-FLAG
                   END-READ
                   IF WS-DL-EOF-FLAG NOT = "Y"
                           AND DL-DATE >= WS-YR-FROM-DATE
                           AND DL-DATE <= WS-YR-TO-DATE
                       PERFORM TALLY-ANNUAL-DISPENSE
                   END-IF
               END-PERFORM
               CLOSE MED-STOCK-FILE
           END-IF
           CLOSE DISPENSE-LOG-FILE
           MOVE "Dispensing register lines" TO WS-YR-LABEL
           MOVE WS-YR-DL-LINES TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT
           MOVE "Units dispensed" TO WS-YR-LABEL
           MOVE WS-YR-DL-UNITS TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT
           MOVE "Cost of units dispensed (pesos)" TO WS-YR-LABEL
           MOVE WS-YR-DL-COST TO WS-YR-MONEY
           PERFORM EMIT-ANNUAL-AMOUNT
           IF WS-YR-DL-UNCOSTED > ZERO
               MOVE "  Units with no unit cost on file" TO WS-YR-LABEL
               MOVE WS-YR-DL-UNCOSTED TO WS-YR-NUM
               PERFORM EMIT-ANNUAL-COUNT
           END-IF
           MOVE "  Top ten items (units, cost):" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "Y" TO WS-YR-SHOW-AMT
           PERFORM EMIT-ANNUAL-TOP-TEN.

       TALLY-ANNUAL-DISPENSE.                                        *> One register line into the totals and its
                                                                      *> item row.
           ADD 1 TO WS-YR-DL-LINES
           ADD DL-QTY TO WS-YR-DL-UNITS
           MOVE ZERO TO WS-YR-UNIT-COST
           IF WS-YR-MS-OPEN = "Y"
               MOVE DL-ITEM-NAME TO MS-ITEM-NAME
               READ MED-STOCK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MS-UNIT-COST TO WS-YR-UNIT-COST
               END-READ
           END-IF
           IF WS-YR-UNIT-COST = ZERO
               ADD DL-QTY TO WS-YR-DL-UNCOSTED
           END-IF
           COMPUTE WS-YR-LINE-COST = DL-QTY * WS-YR-UNIT-COST
           ADD WS-YR-LINE-COST TO WS-YR-DL-COST
           MOVE DL-ITEM-NAME TO WS-YR-ROW-KEY
           PERFORM FIND-ANNUAL-ROW
           IF WS-YR-FOUND = "Y"
               ADD DL-QTY TO WS-YR-ROW-TALLY(WS-YR-ROW-IDX)
               ADD WS-YR-LINE-COST TO WS-YR-ROW-AMT(WS-YR-ROW-IDX)
           END-IF.

       ANNUAL-STUDENT-MEASURES.                                      *> One pass of the active students for the APE
                                                                      *> completion rate, immunization compliance and
                                                                      *> nutritional status at the start and end of
                                                                      *> the year.
           PERFORM LOAD-VACCINE-SCHEDULE
           MOVE "N" TO WS-YR-AE-OPEN
           OPEN INPUT APE-FILE
           IF WS-AE-FILE-STATUS NOT = "35"
               MOVE "Y" TO WS-YR-AE-OPEN
           END-IF
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PATIENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       PERFORM CHECK-SECTION-ELIGIBLE
                       IF ARCHIVE-STATUS NOT = "X"
                               AND STUDENT-NUMBER NOT = SPACES
                               AND WS-PT-ELIGIBLE = "Y"
                           PERFORM TALLY-ANNUAL-STUDENT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE PATIENT-FILE
           CLOSE APE-FILE
           MOVE "3. ANNUAL PHYSICAL EXAMINATION" TO WS-YR-LABEL
           PERFORM EMIT-ANNUAL-HEAD
           MOVE "Students examined" TO WS-YR-LABEL
           MOVE WS-YR-EXAMINED TO WS-YR-NUM
           MOVE WS-YR-STUDENTS TO WS-YR-OF
           PERFORM EMIT-ANNUAL-RATE
           MOVE "Examined with a failed screening area" TO WS-YR-LABEL
           MOVE WS-YR-DEFICIENT TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT
           MOVE "Deficiencies referred for follow-up" TO WS-YR-LABEL
           MOVE WS-YR-DEF-REFERRED TO WS-YR-NUM
           MOVE WS-YR-DEFICIENT TO WS-YR-OF
           PERFORM EMIT-ANNUAL-RATE
           MOVE "4. IMMUNIZATION COMPLIANCE" TO WS-YR-LABEL
           PERFORM EMIT-ANNUAL-HEAD
           IF WS-IMC-VAC-COUNT = ZERO
               MOVE "  (No required-vaccine schedule on file.)"
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "Students with every required dose" TO WS-YR-LABEL
               MOVE WS-YR-COMPLIANT TO WS-YR-NUM
               MOVE WS-YR-STUDENTS TO WS-YR-OF
               PERFORM EMIT-ANNUAL-RATE
           END-IF
           MOVE "5. NUTRITIONAL STATUS" TO WS-YR-LABEL
           PERFORM EMIT-ANNUAL-HEAD
           MOVE "Students with a BMI taken in the year" TO WS-YR-LABEL
           MOVE WS-YR-NU-MEASURED TO WS-YR-NUM
           MOVE WS-YR-STUDENTS TO WS-YR-OF
           PERFORM EMIT-ANNUAL-RATE
           MOVE SPACES TO WS-RO-LINE
           MOVE "Class (first / last reading)" TO WS-RO-LINE(3:28)
           MOVE "    START" TO WS-RO-LINE(43:9)
           MOVE "      END" TO WS-RO-LINE(53:9)
           PERFORM EMIT-REPORT-LINE
           MOVE 1 TO WS-NU-CLASS
           PERFORM 5 TIMES
               MOVE SPACES TO WS-RO-LINE
               MOVE WS-YR-CLASS-NAME(WS-NU-CLASS) TO WS-RO-LINE(3:16)
               MOVE WS-YR-NU-START(WS-NU-CLASS) TO WS-YR-ED
               MOVE WS-YR-ED TO WS-RO-LINE(43:9)
               MOVE WS-YR-NU-END(WS-NU-CLASS) TO WS-YR-ED
               MOVE WS-YR-ED TO WS-RO-LINE(53:9)
               PERFORM EMIT-REPORT-LINE
               ADD 1 TO WS-NU-CLASS
           END-PERFORM
           MOVE "Moved into normal by year end" TO WS-YR-LABEL
           MOVE WS-YR-NU-TO-NORMAL TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT
           MOVE "Moved out of normal by year end" TO WS-YR-LABEL
           MOVE WS-YR-NU-FROM-NORMAL TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT.

       TALLY-ANNUAL-STUDENT.                                         *> One active student: exam row for the year,
                                                                      *> doses against the schedule, first and last
                                                                      *> BMI of the year.
           ADD 1 TO WS-YR-STUDENTS
           IF WS-YR-AE-OPEN = "Y"
               MOVE STUDENT-NUMBER TO AE-STUDENT-NUMBER
               MOVE WS-YR-SY TO AE-SCHOOL-YEAR
               READ APE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-YR-EXAMINED
                       IF AE-VISION-RESULT = "F"
                               OR AE-HEARING-RESULT = "F"
                               OR AE-DENTAL-RESULT = "F"
                               OR AE-SCOLIOSIS-RESULT = "F"
                               OR AE-HEARTLUNG-RESULT = "F"
                           ADD 1 TO WS-YR-DEFICIENT
                           IF AE-REFERRED = "Y"
                               ADD 1 TO WS-YR-DEF-REFERRED
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF WS-IMC-VAC-COUNT > ZERO
               MOVE 1 TO WS-IMC-IDX
               PERFORM WS-IMC-VAC-COUNT TIMES
                   MOVE ZERO TO WS-IMC-VAC-GOT(WS-IMC-IDX)
                   ADD 1 TO WS-IMC-IDX
               END-PERFORM
               PERFORM TALLY-STUDENT-DOSES
               MOVE "Y" TO WS-YR-COMPLIANT-FLAG
               MOVE 1 TO WS-IMC-IDX
               PERFORM WS-IMC-VAC-COUNT TIMES
                   IF WS-IMC-VAC-GOT(WS-IMC-IDX)
                           < WS-IMC-VAC-DOSES(WS-IMC-IDX)
                       MOVE "N" TO WS-YR-COMPLIANT-FLAG
                   END-IF
                   ADD 1 TO WS-IMC-IDX
               END-PERFORM
               IF WS-YR-COMPLIANT-FLAG = "Y"
                   ADD 1 TO WS-YR-COMPLIANT
               END-IF
           END-IF
           PERFORM FIND-YEAR-BMI
           IF WS-YR-BMI-FOUND NOT = "Y"
               ADD 1 TO WS-YR-NU-NONE
           ELSE
               ADD 1 TO WS-YR-NU-MEASURED
               MOVE WS-YR-BMI-FIRST TO WS-NU-BMI-NUM
               PERFORM CLASSIFY-NUTRITION-BMI
               MOVE WS-NU-CLASS TO WS-YR-START-CLASS
               ADD 1 TO WS-YR-NU-START(WS-NU-CLASS)
               MOVE WS-YR-BMI-LAST TO WS-NU-BMI-NUM
               PERFORM CLASSIFY-NUTRITION-BMI
               ADD 1 TO WS-YR-NU-END(WS-NU-CLASS)
               IF WS-YR-START-CLASS NOT = 3
                       AND WS-NU-CLASS = 3
                   ADD 1 TO WS-YR-NU-TO-NORMAL
               END-IF
               IF WS-YR-START-CLASS = 3
                       AND WS-NU-CLASS NOT = 3
                   ADD 1 TO WS-YR-NU-FROM-NORMAL
               END-IF
           END-IF.

       FIND-YEAR-BMI.                                                *> First and last usable BMI inside the year for
                                                                      *> the student in the PATIENT-RECORD buffer, read
                                                                      *> the way FIND-LATEST-BMI reads them.
           MOVE "N" TO WS-YR-BMI-FOUND
           OPEN INPUT VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS NOT = "35"
               MOVE STUDENT-NUMBER  TO VH-STUDENT-NUMBER
               MOVE WS-YR-FROM-DATE TO VH-DATE-OF-VISIT
               MOVE LOW-VALUE       TO VH-TIME-OF-VISIT
               MOVE "N" TO WS-AP-EOF-FLAG
               START VISIT-HISTORY-FILE
                   KEY IS NOT LESS THAN VH-KEY
                   END-READ
                   IF WS-AP-EOF-FLAG NOT = "Y"
                       IF VH-STUDENT-NUMBER NOT = STUDENT-NUMBER
                               OR VH-DATE-OF-VISIT > WS-YR-TO-DATE
                           MOVE "Y" TO WS-AP-EOF-FLAG
                       ELSE
                           MOVE VH-BMI TO WS-NU-BMI-TEXT
                                   TO WS-NU-BMI-NUM(1:2)
                               MOVE WS-NU-BMI-TEXT(4:1)
                                   TO WS-NU-BMI-NUM(3:1)
                               IF WS-YR-BMI-FOUND NOT = "Y"
                                   MOVE WS-NU-BMI-NUM
                                       TO WS-YR-BMI-FIRST
                               END-IF
                               MOVE WS-NU-BMI-NUM TO WS-YR-BMI-LAST
                               MOVE "Y" TO WS-YR-BMI-FOUND
                           END-IF
                       END-IF
                   END-IF
           END-IF
           CLOSE VISIT-HISTORY-FILE.

       ANNUAL-INCIDENTS-CLAIMS.                                      *> This campus's incidents in the year, and the
                                                                      *> insurance claims raised for incidents in it.
           OPEN INPUT INCIDENT-FILE
           IF WS-IN-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ INCIDENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND IN-INCIDENT-DATE >= WS-YR-FROM-DATE
                           AND IN-INCIDENT-DATE <= WS-YR-TO-DATE
                       IF IN-CAMPUS-CODE = SPACES
                               OR IN-CAMPUS-CODE = WS-CAMPUS-CODE
                           ADD 1 TO WS-YR-INCIDENTS
                           IF IN-PARENTS-NOTIFIED = "Y"
                                   OR IN-PARENTS-NOTIFIED = "y"
                               ADD 1 TO WS-YR-NOTIFIED
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE INCIDENT-FILE
           OPEN INPUT CLAIM-REG-FILE
           IF WS-CL-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CLAIM-REG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND CL-INCIDENT-DATE >= WS-YR-FROM-DATE
                           AND CL-INCIDENT-DATE <= WS-YR-TO-DATE
                       ADD 1 TO WS-YR-CLAIMS
                       ADD CL-AMOUNT TO WS-YR-CLAIMED-AMT
                       EVALUATE CL-STATUS
                           WHEN "P"
                               ADD 1 TO WS-YR-CLAIM-STATUS(1)
                           WHEN "S"
                               ADD 1 TO WS-YR-CLAIM-STATUS(2)
                           WHEN "A"
                               ADD 1 TO WS-YR-CLAIM-STATUS(3)
                               ADD CL-AMOUNT TO WS-YR-APPROVED-AMT
                           WHEN "D"
                               ADD 1 TO WS-YR-CLAIM-STATUS(4)
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CLAIM-REG-FILE
           MOVE "6. INCIDENTS AND INSURANCE CLAIMS" TO WS-YR-LABEL
           PERFORM EMIT-ANNUAL-HEAD
           MOVE "Incidents / accidents recorded" TO WS-YR-LABEL
           MOVE WS-YR-INCIDENTS TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT
           MOVE "Parents notified" TO WS-YR-LABEL
           MOVE WS-YR-NOTIFIED TO WS-YR-NUM
           MOVE WS-YR-INCIDENTS TO WS-YR-OF
           PERFORM EMIT-ANNUAL-RATE
           MOVE "Insurance claims raised" TO WS-YR-LABEL
           MOVE WS-YR-CLAIMS TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT
           MOVE "  Prepared, not yet sent" TO WS-YR-LABEL
           MOVE WS-YR-CLAIM-STATUS(1) TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT
           MOVE "  Submitted, awaiting the insurer" TO WS-YR-LABEL
           MOVE WS-YR-CLAIM-STATUS(2) TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT
           MOVE "  Approved" TO WS-YR-LABEL
           MOVE WS-YR-CLAIM-STATUS(3) TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT
           MOVE "  Denied" TO WS-YR-LABEL
           MOVE WS-YR-CLAIM-STATUS(4) TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT
           MOVE "Amount claimed (pesos)" TO WS-YR-LABEL
           MOVE WS-YR-CLAIMED-AMT TO WS-YR-MONEY
           PERFORM EMIT-ANNUAL-AMOUNT
           MOVE "Amount approved (pesos)" TO WS-YR-LABEL
           MOVE WS-YR-APPROVED-AMT TO WS-YR-MONEY
           PERFORM EMIT-ANNUAL-AMOUNT.

       ANNUAL-REFERRALS.                                             *> Referrals made in the year and how many came
                                                                      *> back completed.
           OPEN INPUT REFERRAL-FILE
           IF WS-RF-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ REFERRAL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND RF-REFERRAL-DATE >= WS-YR-FROM-DATE
                           AND RF-REFERRAL-DATE <= WS-YR-TO-DATE
                       ADD 1 TO WS-YR-REFERRALS
                       EVALUATE RF-STATUS
                           WHEN "C"
                               ADD 1 TO WS-YR-REF-DONE
                           WHEN "X"
                               ADD 1 TO WS-YR-REF-CANCELLED
                           WHEN OTHER
                               ADD 1 TO WS-YR-REF-PENDING
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE REFERRAL-FILE
           MOVE "7. REFERRALS" TO WS-YR-LABEL
           PERFORM EMIT-ANNUAL-HEAD
           MOVE "Referrals made" TO WS-YR-LABEL
           MOVE WS-YR-REFERRALS TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT
           MOVE "Completed" TO WS-YR-LABEL
           MOVE WS-YR-REF-DONE TO WS-YR-NUM
           MOVE WS-YR-REFERRALS TO WS-YR-OF
           PERFORM EMIT-ANNUAL-RATE
           MOVE "Still pending" TO WS-YR-LABEL
           MOVE WS-YR-REF-PENDING TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT
           MOVE "Cancelled" TO WS-YR-LABEL
           MOVE WS-YR-REF-CANCELLED TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT.

       ANNUAL-CERTS-FEES.                                            *> Certificates issued, by type, and the fees
                                                                      *> taken on official receipts, by service.
           MOVE "8. CERTIFICATES AND FEES" TO WS-YR-LABEL
           PERFORM EMIT-ANNUAL-HEAD
           MOVE ZERO TO WS-YR-ROW-COUNT
           MOVE ZERO TO WS-YR-ROW-LEFT
           OPEN INPUT CERT-REGISTER-FILE
           IF WS-CR-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CERT-REGISTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND CR-ISSUE-DATE >= WS-YR-FROM-DATE
                           AND CR-ISSUE-DATE <= WS-YR-TO-DATE
                       ADD 1 TO WS-YR-CERTS
                       MOVE CR-CERT-TYPE TO WS-YR-ROW-KEY
                       PERFORM FIND-ANNUAL-ROW
                       IF WS-YR-FOUND = "Y"
                           ADD 1 TO WS-YR-ROW-TALLY(WS-YR-ROW-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CERT-REGISTER-FILE
           MOVE "Medical certificates issued" TO WS-YR-LABEL
           MOVE WS-YR-CERTS TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT
           MOVE "N" TO WS-YR-SHOW-AMT
           PERFORM EMIT-ANNUAL-TOP-TEN
           MOVE ZERO TO WS-YR-ROW-COUNT
           MOVE ZERO TO WS-YR-ROW-LEFT
           OPEN INPUT OR-REGISTER-FILE
           IF WS-ORR-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OR-REGISTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND ORR-ISSUE-DATE >= WS-YR-FROM-DATE
                           AND ORR-ISSUE-DATE <= WS-YR-TO-DATE
                       ADD 1 TO WS-YR-RECEIPTS
                       ADD ORR-AMOUNT TO WS-YR-FEES
                       MOVE ORR-SERVICE TO WS-YR-ROW-KEY
                       PERFORM FIND-ANNUAL-ROW
                       IF WS-YR-FOUND = "Y"
                           ADD 1 TO WS-YR-ROW-TALLY(WS-YR-ROW-IDX)
                           ADD ORR-AMOUNT
                               TO WS-YR-ROW-AMT(WS-YR-ROW-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE OR-REGISTER-FILE
           MOVE "Official receipts issued" TO WS-YR-LABEL
           MOVE WS-YR-RECEIPTS TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT
           MOVE "Fees collected (pesos)" TO WS-YR-LABEL
           MOVE WS-YR-FEES TO WS-YR-MONEY
           PERFORM EMIT-ANNUAL-AMOUNT
           MOVE "Y" TO WS-YR-SHOW-AMT
           PERFORM EMIT-ANNUAL-TOP-TEN.

       ANNUAL-CONFINE-EXCLUDE.                                       *> Clinic-bed stays and exclusions from class
                                                                      *> that began in the year.
           OPEN INPUT CONFINE-FILE
           IF WS-CF-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CONFINE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND CF-DATE >= WS-YR-FROM-DATE
                           AND CF-DATE <= WS-YR-TO-DATE
                       ADD 1 TO WS-YR-STAYS
                       EVALUATE CF-DISPOSITION
                           WHEN "C"
                               ADD 1 TO WS-YR-STAY-DISP(1)
                           WHEN "H"
                               ADD 1 TO WS-YR-STAY-DISP(2)
                           WHEN "R"
                               ADD 1 TO WS-YR-STAY-DISP(3)
                       END-EVALUATE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CONFINE-FILE
           OPEN INPUT EXCLUSION-FILE
           IF WS-EX-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ EXCLUSION-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND EX-START-DATE >= WS-YR-FROM-DATE
                           AND EX-START-DATE <= WS-YR-TO-DATE
                       ADD 1 TO WS-YR-EXCLUSIONS
                       IF EX-STATUS = "C"
                           ADD 1 TO WS-YR-EXCL-CLEARED
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE EXCLUSION-FILE
           MOVE "9. CONFINEMENTS AND EXCLUSIONS" TO WS-YR-LABEL
           PERFORM EMIT-ANNUAL-HEAD
           MOVE "Clinic-bed confinements" TO WS-YR-LABEL
           MOVE WS-YR-STAYS TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT
           MOVE "  Back to class" TO WS-YR-LABEL
           MOVE WS-YR-STAY-DISP(1) TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT
           MOVE "  Sent home" TO WS-YR-LABEL
           MOVE WS-YR-STAY-DISP(2) TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT
           MOVE "  Referred out" TO WS-YR-LABEL
           MOVE WS-YR-STAY-DISP(3) TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT
           MOVE "Exclusions from class" TO WS-YR-LABEL
           MOVE WS-YR-EXCLUSIONS TO WS-YR-NUM
           PERFORM EMIT-ANNUAL-COUNT
           MOVE "Cleared to return" TO WS-YR-LABEL
           MOVE WS-YR-EXCL-CLEARED TO WS-YR-NUM
           MOVE WS-YR-EXCLUSIONS TO WS-YR-OF
           PERFORM EMIT-ANNUAL-RATE.

       EMIT-ANNUAL-HEAD.                                             *> A blank line, then WS-YR-LABEL as a heading.
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-YR-LABEL TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       EMIT-ANNUAL-COUNT.                                            *> WS-YR-LABEL and the count in WS-YR-NUM.
           MOVE WS-YR-NUM TO WS-YR-ED
           MOVE SPACES TO WS-RO-LINE
           MOVE WS-YR-LABEL TO WS-RO-LINE(3:40)
           MOVE WS-YR-ED TO WS-RO-LINE(43:9)
           PERFORM EMIT-REPORT-LINE.

       EMIT-ANNUAL-RATE.                                             *> WS-YR-NUM out of WS-YR-OF, with the share.
           MOVE ZERO TO WS-YR-PCT
           IF WS-YR-OF > ZERO
               COMPUTE WS-YR-PCT = WS-YR-NUM * 100 / WS-YR-OF
           END-IF
           MOVE WS-YR-NUM TO WS-YR-ED
           MOVE SPACES TO WS-RO-LINE
           MOVE WS-YR-LABEL TO WS-RO-LINE(3:40)
           MOVE WS-YR-ED TO WS-RO-LINE(43:9)
           MOVE " of" TO WS-RO-LINE(52:3)
           MOVE WS-YR-OF TO WS-YR-ED
           MOVE WS-YR-ED TO WS-RO-LINE(55:9)
           MOVE WS-YR-PCT TO WS-YR-PCT-ED
           MOVE "(" TO WS-RO-LINE(66:1)
           MOVE WS-YR-PCT-ED TO WS-RO-LINE(67:3)
           MOVE "%)" TO WS-RO-LINE(70:2)
           PERFORM EMIT-REPORT-LINE.

       EMIT-ANNUAL-AMOUNT.                                           *> WS-YR-LABEL and the peso amount in
                                                                      *> WS-YR-MONEY.
           MOVE WS-YR-MONEY TO WS-YR-AMT-ED
           MOVE SPACES TO WS-RO-LINE
           MOVE WS-YR-LABEL TO WS-RO-LINE(3:40)
           MOVE WS-YR-AMT-ED TO WS-RO-LINE(43:14)
           PERFORM EMIT-REPORT-LINE.

       PARENT-LETTER-RUN.                                            *> Interactive wrapper for the findings letters.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      PARENT HEALTH FINDINGS LETTERS"
           DISPLAY FRA-ME
           DISPLAY "Course/Section (blank = every section): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-PL-CYS
           ACCEPT WS-PL-CYS
           DISPLAY "Reprint letters already sent this school year?"
           DISPLAY "[y/N]: " WITH NO ADVANCING
           MOVE "N" TO WS-PL-REPRINT
           ACCEPT WS-PL-REPRINT
           IF WS-PL-REPRINT = "y"
               MOVE "Y" TO WS-PL-REPRINT
           END-IF
           PERFORM PARENT-LETTER-BODY.

       PARENT-LETTER-BODY.                                           *> One letter per active student with any
                                                                      *> finding -- failed exam areas, missing doses,
                                                                      *> a BMI outside normal -- in Course/Section and
                                                                      *> name order so advisers can hand them out.
                                                                      *> Each letter is registered for the reply
                                                                      *> follow-up; a student already lettered this
                                                                      *> school year is skipped unless WS-PL-REPRINT.
           PERFORM GET-CURRENT-SCHOOL-YEAR
           MOVE WS-CN-CURRENT-SY TO WS-PL-SY
           PERFORM FORMAT-TODAY-SLASHED
           PERFORM LOAD-VACCINE-SCHEDULE
           MOVE "N" TO WS-PT-INCLUDE-STAFF
           MOVE ZERO TO WS-PL-LETTERS
           MOVE ZERO TO WS-PL-SKIPPED
           MOVE ZERO TO WS-PL-CHECKED
           MOVE HIGH-VALUES TO WS-PL-LAST-CYS
      *> Check PATIENT-FILE exists before handing it to SORT, the
      *> same as the by-Name roster.
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS = "35"
               CLOSE PATIENT-FILE
               DISPLAY "No patient records have been added yet."
           ELSE
               CLOSE PATIENT-FILE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SRT-SEC-CYS SRT-SEC-NAME
                   USING PATIENT-FILE
                   GIVING SORTED-PATIENT-FILE
               OPEN OUTPUT PARENT-LETTER-FILE
               OPEN I-O LETTER-REG-FILE
               IF WS-PL-FILE-STATUS = "35"                           *> First run -- create the register.
                   OPEN OUTPUT LETTER-REG-FILE
                   CLOSE LETTER-REG-FILE
                   OPEN I-O LETTER-REG-FILE
               END-IF
               MOVE "N" TO WS-PL-AE-OPEN
               OPEN INPUT APE-FILE
               IF WS-AE-FILE-STATUS NOT = "35"
                   MOVE "Y" TO WS-PL-AE-OPEN
               END-IF
               OPEN INPUT SORTED-PATIENT-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ SORTED-PATIENT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       MOVE SORTED-PATIENT-RECORD TO PATIENT-RECORD
                       PERFORM CHECK-SECTION-ELIGIBLE
                       IF ARCHIVE-STATUS NOT = "X"
                               AND STUDENT-NUMBER NOT = SPACES
                               AND WS-PT-ELIGIBLE = "Y"
                               AND (WS-PL-CYS = SPACES
                                   OR STUDENT-CYS = WS-PL-CYS)
                           ADD 1 TO WS-PL-CHECKED
                           PERFORM CHECK-PARENT-LETTER
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SORTED-PATIENT-FILE
               CLOSE APE-FILE
               CLOSE LETTER-REG-FILE
               CLOSE PARENT-LETTER-FILE
               DISPLAY "Students checked: " WS-PL-CHECKED
               DISPLAY "Letters printed: " WS-PL-LETTERS
               IF WS-PL-SKIPPED > ZERO
                   DISPLAY "Already sent this school year, skipped: "
                       WS-PL-SKIPPED
               END-IF
               DISPLAY "File: /home/zelly/PARENT_LETTERS.txt"
           END-IF.

       CHECK-PARENT-LETTER.                                          *> Gather the student's findings; any at all
                                                                      *> means a letter, registered before it prints.
           MOVE ZERO TO WS-PL-FIND-COUNT
           MOVE SPACES TO WS-PL-TYPES
           PERFORM COLLECT-APE-FINDINGS
           PERFORM COLLECT-DOSE-FINDINGS
           PERFORM COLLECT-BMI-FINDING
           IF WS-PL-FIND-COUNT > ZERO
               MOVE STUDENT-NUMBER TO PL-STUDENT-NUMBER
               MOVE WS-PL-SY       TO PL-SCHOOL-YEAR
               READ LETTER-REG-FILE
                   INVALID KEY
                       MOVE "N" TO WS-PL-ON-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PL-ON-FILE
               END-READ
               IF WS-PL-ON-FILE = "Y"
                       AND WS-PL-REPRINT NOT = "Y"
                   ADD 1 TO WS-PL-SKIPPED
               ELSE
                   IF WS-PL-ON-FILE = "Y"                            *> Reprint keeps the Letter No. and any
                                                                      *> reply already recorded.
                       MOVE PL-SERIAL TO WS-PL-SERIAL
                       MOVE STUDENT-CYS      TO PL-STUDENT-CYS
                       MOVE WS-TODAY-SLASHED TO PL-ISSUE-DATE
                       MOVE WS-PL-FIND-COUNT TO PL-FINDINGS
                       MOVE WS-PL-TYPES      TO PL-FINDING-TYPES
                       REWRITE LETTER-REG-RECORD
                   ELSE
                       PERFORM GET-NEXT-LETTER-SERIAL
                       MOVE STUDENT-NUMBER   TO PL-STUDENT-NUMBER
                       MOVE WS-PL-SY         TO PL-SCHOOL-YEAR
                       MOVE WS-PL-SERIAL     TO PL-SERIAL
                       MOVE STUDENT-CYS      TO PL-STUDENT-CYS
                       MOVE WS-TODAY-SLASHED TO PL-ISSUE-DATE
                       MOVE WS-PL-FIND-COUNT TO PL-FINDINGS
                       MOVE WS-PL-TYPES      TO PL-FINDING-TYPES
                       MOVE "S"              TO PL-STATUS
                       MOVE SPACES           TO PL-REPLY-DATE
                       MOVE SPACES           TO PL-REPLY-NOTE
                       WRITE LETTER-REG-RECORD
                   END-IF
                   PERFORM WRITE-PARENT-LETTER
               END-IF
           END-IF.

       COLLECT-APE-FINDINGS.                                         *> Each area failed on this school year's exam.
           IF WS-PL-AE-OPEN = "Y"
               MOVE STUDENT-NUMBER TO AE-STUDENT-NUMBER
               MOVE WS-PL-SY       TO AE-SCHOOL-YEAR
               READ APE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM TAKE-APE-FINDINGS
               END-READ
           END-IF.

       TAKE-APE-FINDINGS.                                            *> The exam row in hand, area by area.
           IF AE-VISION-RESULT = "F"
               MOVE SPACES TO WS-PL-AREA
               STRING "Did not pass the eye (vision) screening: "
                   AE-VISION-FINDING
                   DELIMITED BY SIZE INTO WS-PL-AREA
               MOVE "Have the child's eyes checked by an eye doctor."
                   TO WS-PL-ADVICE
               PERFORM ADD-PL-FINDING
           END-IF
           IF AE-HEARING-RESULT = "F"
               MOVE SPACES TO WS-PL-AREA
               STRING "Did not pass the hearing screening: "
                   AE-HEARING-FINDING
                   DELIMITED BY SIZE INTO WS-PL-AREA
               MOVE "Have the child's ears checked by an ENT doctor."
                   TO WS-PL-ADVICE
               PERFORM ADD-PL-FINDING
           END-IF
           IF AE-DENTAL-RESULT = "F"
               MOVE SPACES TO WS-PL-AREA
               STRING "Teeth need attention: " AE-DENTAL-FINDING
                   DELIMITED BY SIZE INTO WS-PL-AREA
               MOVE "Bring the child to a dentist for treatment."
                   TO WS-PL-ADVICE
               PERFORM ADD-PL-FINDING
           END-IF
           IF AE-SCOLIOSIS-RESULT = "F"
               MOVE SPACES TO WS-PL-AREA
               STRING "Possible curve of the spine (scoliosis): "
                   AE-SCOLIOSIS-FINDING
                   DELIMITED BY SIZE INTO WS-PL-AREA
               MOVE "Have a doctor examine the child's back."
                   TO WS-PL-ADVICE
               PERFORM ADD-PL-FINDING
           END-IF
           IF AE-HEARTLUNG-RESULT = "F"
               MOVE SPACES TO WS-PL-AREA
               STRING "Heart or lung sounds need a second look: "
                   AE-HEARTLUNG-FINDING
                   DELIMITED BY SIZE INTO WS-PL-AREA
               MOVE "See your family doctor or a pediatrician."
                   TO WS-PL-ADVICE
               PERFORM ADD-PL-FINDING
           END-IF
           IF WS-PL-FIND-COUNT > ZERO
               MOVE "A" TO WS-PL-TYPES(1:1)
           END-IF.

       COLLECT-DOSE-FINDINGS.                                        *> Required vaccines short of their dose count,
                                                                      *> the same test as the compliance report.
           IF WS-IMC-VAC-COUNT > ZERO
               MOVE 1 TO WS-IMC-IDX
               PERFORM WS-IMC-VAC-COUNT TIMES
                   MOVE ZERO TO WS-IMC-VAC-GOT(WS-IMC-IDX)
                   ADD 1 TO WS-IMC-IDX
               END-PERFORM
               PERFORM TALLY-STUDENT-DOSES
               MOVE 1 TO WS-IMC-IDX
               PERFORM WS-IMC-VAC-COUNT TIMES
                   IF WS-IMC-VAC-GOT(WS-IMC-IDX)
                           < WS-IMC-VAC-DOSES(WS-IMC-IDX)
                       MOVE WS-IMC-VAC-GOT(WS-IMC-IDX)
                           TO WS-PL-GOT-ED
                       MOVE WS-IMC-VAC-DOSES(WS-IMC-IDX)
                           TO WS-PL-DOSES-ED
                       MOVE SPACES TO WS-PL-AREA
                       STRING "Vaccination record incomplete: "
                           WS-IMC-VAC-NAME(WS-IMC-IDX)
                           DELIMITED BY "  "
                           ", " WS-PL-GOT-ED " of " WS-PL-DOSES-ED
                           " doses on file."
                           DELIMITED BY SIZE INTO WS-PL-AREA
                       MOVE SPACES TO WS-PL-ADVICE
                       STRING "Send a copy of the vaccination card, or"
                           " have the dose given at the health center."
                           DELIMITED BY SIZE INTO WS-PL-ADVICE
                       PERFORM ADD-PL-FINDING
                       MOVE "I" TO WS-PL-TYPES(2:1)
                   END-IF
                   ADD 1 TO WS-IMC-IDX
               END-PERFORM
           END-IF.

       COLLECT-BMI-FINDING.                                          *> Latest BMI classed outside normal on the
                                                                      *> nutrition report's cutoffs.
           PERFORM FIND-LATEST-BMI
           IF WS-NU-BMI-FOUND = "Y"
               PERFORM CLASSIFY-NUTRITION-BMI
               IF WS-NU-CLASS NOT = 3
                   MOVE WS-NU-BMI-NUM TO WS-PL-BMI-ED
                   MOVE SPACES TO WS-PL-AREA
                   EVALUATE WS-NU-CLASS
                       WHEN 1
                           STRING "Weight far below healthy for age"
                               " and height (BMI " WS-PL-BMI-ED ")."
                               DELIMITED BY SIZE INTO WS-PL-AREA
                           MOVE SPACES TO WS-PL-ADVICE
                           STRING "Please see a doctor soon; the school"
                               " feeding program can help."
                               DELIMITED BY SIZE INTO WS-PL-ADVICE
                       WHEN 2
                           STRING "Weight below healthy for age"
                               " and height (BMI " WS-PL-BMI-ED ")."
                               DELIMITED BY SIZE INTO WS-PL-AREA
                           MOVE SPACES TO WS-PL-ADVICE
                           STRING "Give regular balanced meals; the"
                               " school feeding program can help."
                               DELIMITED BY SIZE INTO WS-PL-ADVICE
                       WHEN 4
                           STRING "Weight above healthy for age"
                               " and height (BMI " WS-PL-BMI-ED ")."
                               DELIMITED BY SIZE INTO WS-PL-AREA
                           MOVE SPACES TO WS-PL-ADVICE
                           STRING "Cut down on sweets and soft drinks;"
                               " encourage daily active play."
                               DELIMITED BY SIZE INTO WS-PL-ADVICE
                       WHEN OTHER
                           STRING "Weight well above healthy for age"
                               " and height (BMI " WS-PL-BMI-ED ")."
                               DELIMITED BY SIZE INTO WS-PL-AREA
                           MOVE SPACES TO WS-PL-ADVICE
                           STRING "Please see a doctor for advice on"
                               " diet and activity."
                               DELIMITED BY SIZE INTO WS-PL-ADVICE
                   END-EVALUATE
                   PERFORM ADD-PL-FINDING
                   MOVE "N" TO WS-PL-TYPES(3:1)
               END-IF
           END-IF.

       ADD-PL-FINDING.                                               *> WS-PL-AREA and WS-PL-ADVICE onto the letter.
           IF WS-PL-FIND-COUNT < 30
               ADD 1 TO WS-PL-FIND-COUNT
               MOVE WS-PL-AREA TO WS-PL-FIND-TEXT(WS-PL-FIND-COUNT)
               MOVE WS-PL-ADVICE
                   TO WS-PL-FIND-ACTION(WS-PL-FIND-COUNT)
           END-IF.

       WRITE-PARENT-LETTER.                                          *> The letter itself with its tear-off reply
                                                                      *> slip, behind a cover line at each new section.
           MOVE STUDENT-NUMBER  TO WS-AX-STUDENT
           MOVE "PARENT LETTER" TO WS-AX-SCREEN
           PERFORM LOG-RECORD-VIEW
           ADD 1 TO WS-PL-LETTERS
           IF STUDENT-CYS NOT = WS-PL-LAST-CYS
               MOVE STUDENT-CYS TO WS-PL-LAST-CYS
               MOVE ALL "=" TO PARENT-LETTER-RECORD
               WRITE PARENT-LETTER-RECORD
               MOVE SPACES TO WS-PL-LINE
               STRING "COURSE/SECTION: " STUDENT-CYS
                   " -- for the class adviser to hand out"
                   DELIMITED BY SIZE INTO WS-PL-LINE
               MOVE WS-PL-LINE TO PARENT-LETTER-RECORD
               WRITE PARENT-LETTER-RECORD
               MOVE ALL "=" TO PARENT-LETTER-RECORD
               WRITE PARENT-LETTER-RECORD
           END-IF
           MOVE FRA-ME TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE "   SCHOOL CLINIC -- HEALTH FINDINGS NOTICE TO PARENTS"
               TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE FRA-ME TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE SPACES TO WS-PL-LINE
           STRING "Letter No: " WS-PL-SERIAL
               "          Date: " WS-TODAY-SLASHED
               DELIMITED BY SIZE INTO WS-PL-LINE
           MOVE WS-PL-LINE TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE SPACES TO WS-PL-LINE
           STRING "To the parent/guardian of: " PATIENT-NAME
               DELIMITED BY SIZE INTO WS-PL-LINE
           MOVE WS-PL-LINE TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE SPACES TO WS-PL-LINE
           STRING "Student ID: " STUDENT-NUMBER
               " Course/Section: " STUDENT-CYS
               DELIMITED BY SIZE INTO WS-PL-LINE
           MOVE WS-PL-LINE TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE SPACES TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE "Dear Parent/Guardian," TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE SPACES TO WS-PL-LINE
           STRING "The school health checks for SY " WS-PL-SY
               " found the following. Please read each one and"
               DELIMITED BY SIZE INTO WS-PL-LINE
           MOVE WS-PL-LINE TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE "what we recommend you do." TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE SPACES TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE 1 TO WS-PL-FIND-IDX
           PERFORM WS-PL-FIND-COUNT TIMES
               MOVE SPACES TO WS-PL-LINE
               STRING " " WS-PL-FIND-IDX ". "
                   WS-PL-FIND-TEXT(WS-PL-FIND-IDX)
                   DELIMITED BY SIZE INTO WS-PL-LINE
               MOVE WS-PL-LINE TO PARENT-LETTER-RECORD
               WRITE PARENT-LETTER-RECORD
               MOVE SPACES TO WS-PL-LINE
               STRING "     What to do: "
                   WS-PL-FIND-ACTION(WS-PL-FIND-IDX)
                   DELIMITED BY SIZE INTO WS-PL-LINE
               MOVE WS-PL-LINE TO PARENT-LETTER-RECORD
               WRITE PARENT-LETTER-RECORD
               ADD 1 TO WS-PL-FIND-IDX
           END-PERFORM
           MOVE SPACES TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE "Please return the reply slip below to the adviser"
               TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE "within two weeks. Call the clinic with any questions."
               TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE SPACES TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE "School Nurse: ____________________"
               TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE SPACES TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE SPACES TO WS-PL-LINE
           STRING "- - - - - - - - - - - - - - cut here"
               " - - - - - - - - - - - - - -"
               DELIMITED BY SIZE INTO WS-PL-LINE
           MOVE WS-PL-LINE TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE SPACES TO WS-PL-LINE
           STRING "REPLY SLIP   Letter No: " WS-PL-SERIAL
               "   Student ID: " STUDENT-NUMBER
               DELIMITED BY SIZE INTO WS-PL-LINE
           MOVE WS-PL-LINE TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE SPACES TO WS-PL-LINE
           STRING "Student: " PATIENT-NAME " Section: " STUDENT-CYS
               DELIMITED BY SIZE INTO WS-PL-LINE
           MOVE WS-PL-LINE TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE SPACES TO WS-PL-LINE
           STRING "[ ] I have read this letter and will act"
               " on the findings."
               DELIMITED BY SIZE INTO WS-PL-LINE
           MOVE WS-PL-LINE TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE SPACES TO WS-PL-LINE
           STRING "[ ] My child is already under a doctor's"
               " care for these."
               DELIMITED BY SIZE INTO WS-PL-LINE
           MOVE WS-PL-LINE TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE "Remarks: ________________________________________"
               TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE SPACES TO WS-PL-LINE
           STRING "Parent/Guardian signature: ____________________"
               "  Date: ________"
               DELIMITED BY SIZE INTO WS-PL-LINE
           MOVE WS-PL-LINE TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE FRA-ME TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD
           MOVE SPACES TO PARENT-LETTER-RECORD
           WRITE PARENT-LETTER-RECORD.

       GET-NEXT-LETTER-SERIAL.                                       *> Letter numbers live in the shared counter
                                                                      *> file, under their own "6" counter row.
           OPEN I-O ID-COUNTER-FILE
           IF WS-ID-COUNTER-FILE-STATUS = "35"
               OPEN OUTPUT ID-COUNTER-FILE
               MOVE 1 TO WS-PL-SERIAL
               MOVE "6" TO IC-KEY
               MOVE WS-PL-SERIAL TO IC-NEXT-ID
               WRITE ID-COUNTER-RECORD
           ELSE
               MOVE "6" TO IC-KEY
               READ ID-COUNTER-FILE
                   KEY IS IC-KEY
                   INVALID KEY
                       MOVE 1 TO WS-PL-SERIAL
                       MOVE "6" TO IC-KEY
                       MOVE WS-PL-SERIAL TO IC-NEXT-ID
                       WRITE ID-COUNTER-RECORD
                   NOT INVALID KEY
                       COMPUTE WS-PL-SERIAL = IC-NEXT-ID + 1
                       MOVE WS-PL-SERIAL TO IC-NEXT-ID
                       REWRITE ID-COUNTER-RECORD
               END-READ
           END-IF
           CLOSE ID-COUNTER-FILE.

       RECORD-LETTER-REPLY.                                          *> A reply slip handed back by the adviser.
           DISPLAY "Student ID on the reply slip: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           PERFORM GET-CURRENT-SCHOOL-YEAR
           DISPLAY "School year [" WS-CN-CURRENT-SY "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-PL-SY
           ACCEPT WS-PL-SY
           IF WS-PL-SY = SPACES
               MOVE WS-CN-CURRENT-SY TO WS-PL-SY
           END-IF
           OPEN I-O LETTER-REG-FILE
           IF WS-PL-FILE-STATUS = "35"
               DISPLAY "No findings letters have been sent yet."
           ELSE
               MOVE WS-STUDENT-NUMBER TO PL-STUDENT-NUMBER
               MOVE WS-PL-SY          TO PL-SCHOOL-YEAR
               READ LETTER-REG-FILE
                   INVALID KEY
                       DISPLAY "No letter on the register for that"
                       DISPLAY "student and school year."
                   NOT INVALID KEY
                       DISPLAY "Letter No " PL-SERIAL " sent "
                           PL-ISSUE-DATE " with " PL-FINDINGS
                           " finding(s)."
                       IF PL-STATUS = "R"
                           DISPLAY "Reply already recorded "
                               PL-REPLY-DATE ": " PL-REPLY-NOTE
                       END-IF
                       DISPLAY "Family's reply (blank = slip signed,"
                       DISPLAY "no remarks): " WITH NO ADVANCING
                       MOVE SPACES TO WS-PL-NOTE
                       ACCEPT WS-PL-NOTE
                       IF WS-PL-NOTE = SPACES
                           MOVE "Slip signed, no remarks" TO WS-PL-NOTE
                       END-IF
                       PERFORM FORMAT-TODAY-SLASHED
                       MOVE PL-STATUS        TO WS-AUDIT-OLD-VALUE
                       MOVE "R"              TO PL-STATUS
                       MOVE WS-TODAY-SLASHED TO PL-REPLY-DATE
                       MOVE WS-PL-NOTE       TO PL-REPLY-NOTE
                       REWRITE LETTER-REG-RECORD
                       MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
                       MOVE "PARENT REPLY"    TO WS-AUDIT-FIELD-NAME
                       MOVE WS-PL-NOTE        TO WS-AUDIT-NEW-VALUE
                       PERFORM APPEND-AUDIT-LOG
                       DISPLAY "Reply recorded."
               END-READ
           END-IF
           CLOSE LETTER-REG-FILE.

       LETTERS-AWAITING-REPLY.                                       *> This school year's letters, the families
                                                                      *> still to answer listed for the advisers.
           PERFORM GET-CURRENT-SCHOOL-YEAR
           MOVE "LETTERWAIT" TO WS-RO-NAME
           MOVE "FINDINGS LETTERS AWAITING A REPLY" TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           MOVE ZERO TO WS-PL-REPLIED
           MOVE ZERO TO WS-PL-AWAITING
           MOVE SPACES TO WS-RO-LINE
           STRING "School year " WS-CN-CURRENT-SY
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           MOVE "COURSE/SECTION" TO WS-RO-LINE(1:14)
           MOVE "STUDENT ID" TO WS-RO-LINE(32:10)
           MOVE "LETTER" TO WS-RO-LINE(53:6)
           MOVE "SENT" TO WS-RO-LINE(61:4)
           PERFORM EMIT-REPORT-LINE
           OPEN INPUT LETTER-REG-FILE
           IF WS-PL-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ LETTER-REG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND PL-SCHOOL-YEAR = WS-CN-CURRENT-SY
                       IF PL-STATUS = "R"
                           ADD 1 TO WS-PL-REPLIED
                       ELSE
                           ADD 1 TO WS-PL-AWAITING
                           MOVE SPACES TO WS-RO-LINE
                           MOVE PL-STUDENT-CYS TO WS-RO-LINE(1:30)
                           MOVE PL-STUDENT-NUMBER TO WS-RO-LINE(32:20)
                           MOVE PL-SERIAL TO WS-RO-LINE(53:7)
                           MOVE PL-ISSUE-DATE TO WS-RO-LINE(61:11)
                           PERFORM EMIT-REPORT-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE LETTER-REG-FILE
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-PL-REPLIED TO WS-YR-ED
           MOVE SPACES TO WS-RO-LINE
           STRING "Replies returned: " WS-YR-ED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-PL-AWAITING TO WS-YR-ED
           MOVE SPACES TO WS-RO-LINE
           STRING "Awaiting reply:   " WS-YR-ED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM CLOSE-REPORT-OUTPUT.

       REFERRAL-IN-MENU.                                             *> Slips teachers send with a student, from the
                                                                      *> desk log to the line written back.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      REFERRAL-IN SLIPS FROM TEACHERS"
           DISPLAY FRA-ME
           DISPLAY "1) Log a slip"
           DISPLAY "2) A student's slips"
           DISPLAY "3) Close a slip with feedback to the adviser"
           DISPLAY "4) Slips not yet seen after N school days"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-RI-CHOICE
           EVALUATE WS-RI-CHOICE
               WHEN "1"
                   PERFORM LOG-REFERRAL-IN
               WHEN "2"
                   DISPLAY "Student ID: " WITH NO ADVANCING
                   ACCEPT WS-RI-STUDENT
                   PERFORM LIST-STUDENT-REFERRALS-IN
               WHEN "3"
                   PERFORM CLOSE-REFERRAL-IN
               WHEN "4"
                   DISPLAY "School days before a slip counts as"
                   DISPLAY "overdue [3]: " WITH NO ADVANCING
                   MOVE SPACES TO WS-SD-TEXT
                   ACCEPT WS-SD-TEXT
                   PERFORM SET-REFERRAL-IN-DAYS
                   PERFORM REFERRAL-IN-OVERDUE
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-RI-CHOICE NOT = "x" AND WS-RI-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM REFERRAL-IN-MENU
           END-IF.

       SET-REFERRAL-IN-DAYS.                                         *> Day count typed in WS-SD-TEXT into
                                                                      *> WS-RI-OVERDUE-DAYS; blank keeps 3.
           MOVE 3 TO WS-RI-OVERDUE-DAYS
           IF WS-SD-TEXT(1:3) IS NUMERIC
               MOVE WS-SD-TEXT(1:3) TO WS-RI-OVERDUE-DAYS
           ELSE
               IF WS-SD-TEXT(1:2) IS NUMERIC
                   MOVE ZERO TO WS-RI-OVERDUE-DAYS
                   MOVE WS-SD-TEXT(1:2) TO WS-RI-OVERDUE-DAYS(2:2)
               ELSE
                   IF WS-SD-TEXT(1:1) IS NUMERIC
                       MOVE ZERO TO WS-RI-OVERDUE-DAYS
                       MOVE WS-SD-TEXT(1:1)
                           TO WS-RI-OVERDUE-DAYS(3:1)
                   END-IF
               END-IF
           END-IF.

       LOG-REFERRAL-IN.                                              *> Key in the paper slip as the teacher wrote it.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           MOVE "N" TO WS-DUPLICATE-FOUND
           END-IF
           IF WS-DUPLICATE-FOUND NOT = "Y"
               DISPLAY "No patient record on file for that Student"
               DISPLAY "ID -- add the record first."
           ELSE
               PERFORM FORMAT-TODAY-SLASHED
               MOVE SPACES TO REFERRAL-IN-RECORD
               MOVE WS-STUDENT-NUMBER TO RI-STUDENT-NUMBER
               DISPLAY "Date on the slip (YYYY/MM/DD) ["
                   WS-TODAY-SLASHED "]: " WITH NO ADVANCING
               ACCEPT RI-REF-DATE
               IF RI-REF-DATE = SPACES
                   MOVE WS-TODAY-SLASHED TO RI-REF-DATE
               END-IF
               DISPLAY "Referring teacher/adviser: "
                   WITH NO ADVANCING
               ACCEPT RI-TEACHER
               DISPLAY "Course/Section: " WITH NO ADVANCING
               ACCEPT RI-CYS
               DISPLAY "Concern, as written on the slip: "
                   WITH NO ADVANCING
               ACCEPT RI-CONCERN
               DISPLAY "Urgent? [y/N]: " WITH NO ADVANCING
               ACCEPT RI-URGENCY
               IF RI-URGENCY = "Y" OR RI-URGENCY = "y"
                   MOVE "U" TO RI-URGENCY
               ELSE
                   MOVE "R" TO RI-URGENCY
               END-IF
               MOVE "O" TO RI-STATUS
               MOVE WS-CURRENT-USER TO RI-LOGGED-BY
               PERFORM WRITE-REFERRAL-IN
           END-IF.

       WRITE-REFERRAL-IN.                                            *> File the slip in REFERRAL-IN-RECORD under the
                                                                      *> next free number for the student and date.
           MOVE RI-REF-DATE TO WS-DC-SLASHED
           OPEN I-O REFERRAL-IN-FILE
           IF WS-RI-FILE-STATUS = "35"                               *> File does not exist yet -- create it.
               OPEN OUTPUT REFERRAL-IN-FILE
               CLOSE REFERRAL-IN-FILE
               OPEN I-O REFERRAL-IN-FILE
           END-IF
           MOVE 1 TO WS-RI-SEQ
           MOVE "N" TO WS-RI-EOF-FLAG
           PERFORM UNTIL WS-RI-EOF-FLAG = "Y"
               MOVE WS-RI-SEQ TO RI-SEQ
               WRITE REFERRAL-IN-RECORD
                   INVALID KEY
                       ADD 1 TO WS-RI-SEQ
                       IF WS-RI-SEQ > 98
                           DISPLAY "Too many slips for that student"
                           DISPLAY "on that date -- not saved."
                           MOVE "Y" TO WS-RI-EOF-FLAG
                       END-IF
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RI-EOF-FLAG
                       DISPLAY "Slip logged. It will show when the"
                       DISPLAY "student checks in at the queue."
               END-WRITE
           END-PERFORM
           CLOSE REFERRAL-IN-FILE.

       SHOW-OPEN-REFERRALS-IN.                                       *> Slips still waiting for the student in
                                                                      *> WS-RI-STUDENT, put in front of the nurse
                                                                      *> at check-in.
           MOVE ZERO TO WS-RI-COUNT
           OPEN INPUT REFERRAL-IN-FILE
           IF WS-RI-FILE-STATUS NOT = "35"
               MOVE WS-RI-STUDENT TO RI-STUDENT-NUMBER
               MOVE LOW-VALUES    TO RI-REF-DATE
               MOVE ZERO          TO RI-SEQ
               MOVE "N" TO WS-RI-EOF-FLAG
               START REFERRAL-IN-FILE
                   KEY IS NOT LESS THAN RI-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-RI-EOF-FLAG
               END-START
               PERFORM UNTIL WS-RI-EOF-FLAG = "Y"
                   READ REFERRAL-IN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-RI-EOF-FLAG
                   END-READ
                   IF WS-RI-EOF-FLAG NOT = "Y"
                       IF RI-STUDENT-NUMBER NOT = WS-RI-STUDENT
                           MOVE "Y" TO WS-RI-EOF-FLAG
                       ELSE
                           IF RI-STATUS = "O"
                               IF WS-RI-COUNT = ZERO
                                   DISPLAY FRA-ME
                                   DISPLAY "** REFERRED IN BY A TEACHER"
                               END-IF
                               ADD 1 TO WS-RI-COUNT
                               PERFORM SET-RI-URGENCY-TEXT
                               DISPLAY "** " RI-REF-DATE " "
                                   WS-RI-URGENCY-TEXT " from "
                                   RI-TEACHER
                               DISPLAY "**   " RI-CONCERN
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE REFERRAL-IN-FILE
           IF WS-RI-COUNT > ZERO
               DISPLAY "** The visit recorded next answers the slip."
               DISPLAY FRA-ME
           END-IF.

       SET-RI-URGENCY-TEXT.                                          *> Word for RI-URGENCY on screens and reports.
           IF RI-URGENCY = "U"
               MOVE "URGENT" TO WS-RI-URGENCY-TEXT
           ELSE
               MOVE "routine" TO WS-RI-URGENCY-TEXT
           END-IF.

       LINK-REFERRAL-IN.                                             *> The visit just written answers every open slip
                                                                      *> for the student; mark them seen against it.
           MOVE ZERO TO WS-RI-COUNT
           OPEN I-O REFERRAL-IN-FILE
           IF WS-RI-FILE-STATUS NOT = "35"
               MOVE STUDENT-NUMBER TO RI-STUDENT-NUMBER
               MOVE LOW-VALUES     TO RI-REF-DATE
               MOVE ZERO           TO RI-SEQ
               MOVE "N" TO WS-RI-EOF-FLAG
               START REFERRAL-IN-FILE
                   KEY IS NOT LESS THAN RI-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-RI-EOF-FLAG
               END-START
               PERFORM UNTIL WS-RI-EOF-FLAG = "Y"
                   READ REFERRAL-IN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-RI-EOF-FLAG
                   END-READ
                   IF WS-RI-EOF-FLAG NOT = "Y"
                       IF RI-STUDENT-NUMBER NOT = STUDENT-NUMBER
                           MOVE "Y" TO WS-RI-EOF-FLAG
                       ELSE
                           IF RI-STATUS = "O"
                                   AND RI-REF-DATE NOT > DATE-OF-VISIT
                               MOVE "S"             TO RI-STATUS
                               MOVE DATE-OF-VISIT   TO RI-VISIT-DATE
                               MOVE WS-VH-TIME-SLOT TO RI-VISIT-TIME
                               REWRITE REFERRAL-IN-RECORD
                               ADD 1 TO WS-RI-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE REFERRAL-IN-FILE
           IF WS-RI-COUNT > ZERO
               DISPLAY "Teacher's referral slip(s) answered by this"
               DISPLAY "visit: " WS-RI-COUNT
                   " -- close with feedback from the queue menu."
           END-IF.

       LIST-STUDENT-REFERRALS-IN.                                    *> Every slip on file for WS-RI-STUDENT,
                                                                      *> numbered for CLOSE-REFERRAL-IN to pick from.
           MOVE ZERO TO WS-RI-COUNT
           OPEN INPUT REFERRAL-IN-FILE
           IF WS-RI-FILE-STATUS NOT = "35"
               MOVE WS-RI-STUDENT TO RI-STUDENT-NUMBER
               MOVE LOW-VALUES    TO RI-REF-DATE
               MOVE ZERO          TO RI-SEQ
               MOVE "N" TO WS-RI-EOF-FLAG
               START REFERRAL-IN-FILE
                   KEY IS NOT LESS THAN RI-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-RI-EOF-FLAG
               END-START
               PERFORM UNTIL WS-RI-EOF-FLAG = "Y"
                   READ REFERRAL-IN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-RI-EOF-FLAG
                   END-READ
                   IF WS-RI-EOF-FLAG NOT = "Y"
                       IF RI-STUDENT-NUMBER NOT = WS-RI-STUDENT
                           MOVE "Y" TO WS-RI-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-RI-COUNT
                           PERFORM SET-RI-URGENCY-TEXT
                           DISPLAY WS-RI-COUNT ") " RI-REF-DATE " "
                               WS-RI-URGENCY-TEXT " " RI-TEACHER
                           DISPLAY "     " RI-CYS
                           DISPLAY "     Concern: " RI-CONCERN
                           EVALUATE RI-STATUS
                               WHEN "O"
                                   DISPLAY "     Not yet seen."
                               WHEN "S"
                                   DISPLAY "     Seen " RI-VISIT-DATE
                                       " " RI-VISIT-TIME
                                       " -- feedback not yet written."
                               WHEN OTHER
                                   DISPLAY "     Closed " RI-CLOSED-DATE
                                       ": " RI-FEEDBACK
                           END-EVALUATE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE REFERRAL-IN-FILE
           IF WS-RI-COUNT = ZERO
               DISPLAY "No referral slips on file for that student."
           END-IF.

       CLOSE-REFERRAL-IN.                                            *> Write the line the adviser will read back in
                                                                      *> the end-of-day adviser feed.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-RI-STUDENT
           PERFORM LIST-STUDENT-REFERRALS-IN
           IF WS-RI-COUNT > ZERO
               DISPLAY "Slip number to close: " WITH NO ADVANCING
               MOVE SPACES TO WS-RI-PICK-TEXT
               ACCEPT WS-RI-PICK-TEXT
               MOVE ZERO TO WS-RI-PICK
               IF WS-RI-PICK-TEXT(2:1) IS NUMERIC
                       AND WS-RI-PICK-TEXT(1:1) IS NUMERIC
                   MOVE WS-RI-PICK-TEXT TO WS-RI-PICK
               ELSE
                   IF WS-RI-PICK-TEXT(1:1) IS NUMERIC
                       MOVE WS-RI-PICK-TEXT(1:1) TO WS-RI-PICK(2:1)
                   END-IF
               END-IF
               IF WS-RI-PICK = ZERO OR WS-RI-PICK > WS-RI-COUNT
                   DISPLAY "No such slip."
               ELSE
                   PERFORM CLOSE-PICKED-REFERRAL-IN
               END-IF
           END-IF.

       CLOSE-PICKED-REFERRAL-IN.                                     *> Slip number WS-RI-PICK in the student's
                                                                      *> list, counted the same way again.
           MOVE ZERO TO WS-RI-COUNT
           OPEN I-O REFERRAL-IN-FILE
           MOVE WS-RI-STUDENT TO RI-STUDENT-NUMBER
           MOVE LOW-VALUES    TO RI-REF-DATE
           MOVE ZERO          TO RI-SEQ
           MOVE "N" TO WS-RI-EOF-FLAG
           START REFERRAL-IN-FILE
               KEY IS NOT LESS THAN RI-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RI-EOF-FLAG
           END-START
           PERFORM UNTIL WS-RI-EOF-FLAG = "Y"
               READ REFERRAL-IN-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-RI-EOF-FLAG
               END-READ
               IF WS-RI-EOF-FLAG NOT = "Y"
                   ADD 1 TO WS-RI-COUNT
                   IF WS-RI-COUNT = WS-RI-PICK
                       MOVE "Y" TO WS-RI-EOF-FLAG
                       IF RI-STATUS = "C"
                           DISPLAY "That slip is already closed."
                       ELSE
                           IF RI-STATUS = "O"
                               DISPLAY "No visit has answered this"
                               DISPLAY "slip yet -- closing it anyway."
                           END-IF
                           DISPLAY "Feedback for the adviser: "
                               WITH NO ADVANCING
                           ACCEPT RI-FEEDBACK
                           PERFORM FORMAT-TODAY-SLASHED
                           MOVE "C" TO RI-STATUS
                           MOVE WS-TODAY-SLASHED TO RI-CLOSED-DATE
                           REWRITE REFERRAL-IN-RECORD
                           DISPLAY "Slip closed. The feedback goes out"
                           DISPLAY "in today's adviser feed."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE REFERRAL-IN-FILE.

       EMIT-REFERRAL-IN-FEEDBACK.                                    *> Slips closed today, back to the teacher who
                                                                      *> sent them -- the tail of the adviser feed.
           MOVE ZERO TO WS-RI-COUNT
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "REPLIES TO YOUR REFERRAL SLIPS" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           OPEN INPUT REFERRAL-IN-FILE
           IF WS-RI-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-RI-EOF-FLAG
               PERFORM UNTIL WS-RI-EOF-FLAG = "Y"
                   READ REFERRAL-IN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-RI-EOF-FLAG
                   END-READ
                   IF WS-RI-EOF-FLAG NOT = "Y"
                           AND RI-STATUS = "C"
                           AND RI-CLOSED-DATE = WS-TODAY-SLASHED
                       ADD 1 TO WS-RI-COUNT
                       MOVE SPACES TO WS-RO-LINE
                       STRING "To " RI-TEACHER " (" RI-CYS ")"
                           DELIMITED BY SIZE INTO WS-RO-LINE
                       PERFORM EMIT-REPORT-LINE
                       MOVE SPACES TO WS-RO-LINE
                       STRING "  Slip of " RI-REF-DATE " for "
                           RI-STUDENT-NUMBER ": " RI-CONCERN
                           DELIMITED BY SIZE INTO WS-RO-LINE
                       PERFORM EMIT-REPORT-LINE
                       MOVE SPACES TO WS-RO-LINE
                       IF RI-VISIT-DATE = SPACES
                           STRING "  Clinic: " RI-FEEDBACK
                               DELIMITED BY SIZE INTO WS-RO-LINE
                       ELSE
                           STRING "  Seen " RI-VISIT-DATE " "
                               RI-VISIT-TIME ". Clinic: " RI-FEEDBACK
                               DELIMITED BY SIZE INTO WS-RO-LINE
                       END-IF
                       PERFORM EMIT-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE REFERRAL-IN-FILE
           IF WS-RI-COUNT = ZERO
               MOVE "(No referral slips were closed today.)"
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       REFERRAL-IN-OVERDUE.                                          *> Slips still not seen after
                                                                      *> WS-RI-OVERDUE-DAYS school days, oldest
                                                                      *> first within each student.
           PERFORM FORMAT-TODAY-SLASHED
           MOVE "REFINWAIT" TO WS-RO-NAME
           MOVE "REFERRAL SLIPS NOT YET SEEN" TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           MOVE WS-RI-OVERDUE-DAYS TO WS-RI-ELAPSED-ED
           MOVE SPACES TO WS-RO-LINE
           STRING "Open " WS-RI-ELAPSED-ED
               " or more school days as of " WS-TODAY-SLASHED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           MOVE "SLIP DATE"  TO WS-RO-LINE(1:9)
           MOVE "DAYS"       TO WS-RO-LINE(13:4)
           MOVE "STUDENT ID" TO WS-RO-LINE(18:10)
           MOVE "NAME"       TO WS-RO-LINE(39:4)
           MOVE "TEACHER"    TO WS-RO-LINE(70:7)
           PERFORM EMIT-REPORT-LINE
           MOVE ZERO TO WS-RI-COUNT
           OPEN INPUT REFERRAL-IN-FILE
           IF WS-RI-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-RI-EOF-FLAG
               PERFORM UNTIL WS-RI-EOF-FLAG = "Y"
                   READ REFERRAL-IN-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-RI-EOF-FLAG
                   END-READ
                   IF WS-RI-EOF-FLAG NOT = "Y"
                           AND RI-STATUS = "O"
                       PERFORM COUNT-REFERRAL-IN-DAYS
                       IF WS-RI-ELAPSED NOT < WS-RI-OVERDUE-DAYS
                           PERFORM EMIT-OVERDUE-REFERRAL-IN
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE REFERRAL-IN-FILE
           MOVE SPACES TO WS-RO-LINE
           STRING "Slips overdue: " WS-RI-COUNT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM CLOSE-REPORT-OUTPUT.

       COUNT-REFERRAL-IN-DAYS.                                       *> School days from the slip date up to today
                                                                      *> into WS-RI-ELAPSED, walked on SCHOOLDAY.
           MOVE ZERO TO WS-RI-ELAPSED
           MOVE RI-REF-DATE TO WS-AD-DATE
           PERFORM UNTIL WS-AD-DATE NOT < WS-TODAY-SLASHED
                   OR WS-RI-ELAPSED = 999
               PERFORM ADD-ONE-DAY
               MOVE WS-AD-DATE TO WS-DC-SLASHED
               PERFORM CHECK-SLASHED-SCHOOL-DAY
               IF WS-SD-FLAG = "Y"
                   ADD 1 TO WS-RI-ELAPSED
               END-IF
           END-PERFORM.

       EMIT-OVERDUE-REFERRAL-IN.                                     *> One overdue slip, name off the roster.
           ADD 1 TO WS-RI-COUNT
           MOVE "(no clinic record)" TO WS-RI-NAME
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS NOT = "35"
               MOVE RI-STUDENT-NUMBER TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PATIENT-NAME TO WS-RI-NAME
               END-READ
           END-IF
           CLOSE PATIENT-FILE
           PERFORM SET-RI-URGENCY-TEXT
           MOVE WS-RI-ELAPSED TO WS-RI-ELAPSED-ED
           MOVE SPACES TO WS-RO-LINE
           MOVE RI-REF-DATE       TO WS-RO-LINE(1:11)
           MOVE WS-RI-ELAPSED-ED  TO WS-RO-LINE(13:3)
           MOVE RI-STUDENT-NUMBER TO WS-RO-LINE(18:20)
           MOVE WS-RI-NAME        TO WS-RO-LINE(39:30)
           MOVE RI-TEACHER        TO WS-RO-LINE(70:30)
           MOVE WS-RI-URGENCY-TEXT TO WS-RO-LINE(101:7)
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "           " RI-CYS " -- " RI-CONCERN
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       READ-CHECKPOINT.                                              *> The checkpoint row for run WS-CKP-RUN, if one
                                                                      *> was left behind, into the WS-CKP- fields.
           MOVE "N" TO WS-CKP-FOUND
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKP-FILE-STATUS NOT = "35"
               MOVE WS-CKP-RUN TO CKP-RUN
               READ CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CKP-FOUND
                       MOVE CKP-STOP-DATE TO WS-CKP-STOP-DATE
                       MOVE CKP-STOP-TIME TO WS-CKP-STOP-TIME
                       MOVE CKP-LAST-KEY  TO WS-CKP-LAST-KEY
                       MOVE CKP-PARMS     TO WS-CKP-PARMS
                       MOVE CKP-READ      TO WS-CKP-READ
                       MOVE CKP-COUNT-1   TO WS-CKP-COUNT-1
                       MOVE CKP-COUNT-2   TO WS-CKP-COUNT-2
                       MOVE CKP-COUNT-3   TO WS-CKP-COUNT-3
               END-READ
           END-IF
           CLOSE CHECKPOINT-FILE.

       OFFER-CHECKPOINT-RESUME.                                      *> Before a long run starts: a checkpoint on
                                                                      *> file means the last one was cut off. The
                                                                      *> operator picks resume or start over;
                                                                      *> unattended runs always resume. Sets
                                                                      *> WS-CKP-RESUME, and zeroes the running totals
                                                                      *> for a fresh start.
           MOVE "N" TO WS-CKP-RESUME
           MOVE "N" TO WS-CKP-CHANGED
           MOVE ZERO TO WS-CKP-SINCE
           PERFORM READ-CHECKPOINT
           IF WS-CKP-FOUND = "Y"
               DISPLAY FRA-ME
               DISPLAY "** The last " WS-CKP-RUN " run did not finish."
               DISPLAY "** Checkpoint " WS-CKP-STOP-DATE " "
                   WS-CKP-STOP-TIME ", " WS-CKP-READ " record(s) done;"
               DISPLAY "** last key " WS-CKP-LAST-KEY
               DISPLAY FRA-ME
               IF WS-BATCH-MODE = "Y"
                   MOVE "Y" TO WS-CKP-RESUME
               ELSE
                   DISPLAY "Resume after that key? (N starts again from"
                   DISPLAY "the first record; records already changed"
                   DISPLAY "stay changed) [Y/N]: " WITH NO ADVANCING
                   ACCEPT WS-CKP-ANSWER
                   IF WS-CKP-ANSWER = "Y" OR WS-CKP-ANSWER = "y"
                       MOVE "Y" TO WS-CKP-RESUME
                   END-IF
               END-IF
           END-IF
           IF WS-CKP-RESUME = "Y"
               DISPLAY "Resuming after " WS-CKP-LAST-KEY
           ELSE
               MOVE SPACES TO WS-CKP-LAST-KEY
               MOVE SPACES TO WS-CKP-PARMS
               MOVE ZERO TO WS-CKP-READ
               MOVE ZERO TO WS-CKP-COUNT-1
               MOVE ZERO TO WS-CKP-COUNT-2
               MOVE ZERO TO WS-CKP-COUNT-3
           END-IF.

       TICK-CHECKPOINT.                                              *> One more record done. The caller has set
                                                                      *> WS-CKP-LAST-KEY and the running totals, and
                                                                      *> WS-CKP-CHANGED if the record wrote anything --
                                                                      *> those are checkpointed at once, so a resume
                                                                      *> never applies a change twice; the rest every
                                                                      *> WS-CKP-EVERY records.
           ADD 1 TO WS-CKP-READ
           ADD 1 TO WS-CKP-SINCE
           IF WS-CKP-CHANGED = "Y"
                   OR WS-CKP-SINCE NOT < WS-CKP-EVERY
               PERFORM WRITE-CHECKPOINT
           END-IF
           MOVE "N" TO WS-CKP-CHANGED.

       WRITE-CHECKPOINT.                                             *> Put the WS-CKP- fields on file for WS-CKP-RUN.
                                                                      *> Opened and closed each time so the row is on
                                                                      *> disk before the next record is touched.
           MOVE ZERO TO WS-CKP-SINCE
           PERFORM FORMAT-TODAY-SLASHED
           PERFORM GET-CLOCK-HHMM
           OPEN I-O CHECKPOINT-FILE
           IF WS-CKP-FILE-STATUS = "35"                              *> File does not exist yet -- create it.
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
               OPEN I-O CHECKPOINT-FILE
           END-IF
           MOVE WS-CKP-RUN       TO CKP-RUN
           MOVE WS-TODAY-SLASHED TO CKP-STOP-DATE
           MOVE WS-VH-TIME-SLOT  TO CKP-STOP-TIME
           MOVE WS-CKP-LAST-KEY  TO CKP-LAST-KEY
           MOVE WS-CKP-PARMS     TO CKP-PARMS
           MOVE WS-CKP-READ      TO CKP-READ
           MOVE WS-CKP-COUNT-1   TO CKP-COUNT-1
           MOVE WS-CKP-COUNT-2   TO CKP-COUNT-2
           MOVE WS-CKP-COUNT-3   TO CKP-COUNT-3
           MOVE WS-CURRENT-USER  TO CKP-USER
           WRITE CHECKPOINT-RECORD
               INVALID KEY
                   REWRITE CHECKPOINT-RECORD
           END-WRITE
           CLOSE CHECKPOINT-FILE.

       CLEAR-CHECKPOINT.                                             *> The run finished -- nothing to resume.
           OPEN I-O CHECKPOINT-FILE
           IF WS-CKP-FILE-STATUS NOT = "35"
               MOVE WS-CKP-RUN TO CKP-RUN
               DELETE CHECKPOINT-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF
           CLOSE CHECKPOINT-FILE
           MOVE "N" TO WS-CKP-RESUME.

       POST-DAILY-STAT.                                              *> One posting onto the daily stats row for
                                                                      *> WS-DY-DATE -- WS-DY-KIND says what happened;
                                                                      *> WS-DY-HOUR, WS-DY-UNITS and WS-DY-CASH-IN carry
                                                                      *> the detail for a visit, dispense or receipt.
           OPEN I-O DAILY-STATS-FILE
           IF WS-DY-FILE-STATUS = "35"                               *> File does not exist yet -- create it.
               OPEN OUTPUT DAILY-STATS-FILE
               CLOSE DAILY-STATS-FILE
               OPEN I-O DAILY-STATS-FILE
           END-IF
           PERFORM ADD-TO-DAILY-STAT
           CLOSE DAILY-STATS-FILE.

       ADD-TO-DAILY-STAT.                                            *> The posting itself -- DAILY-STATS-FILE must
                                                                      *> already be open I-O. A day's first posting
                                                                      *> starts its row.
           MOVE WS-DY-DATE TO DY-DATE
           READ DAILY-STATS-FILE
               INVALID KEY
                   MOVE WS-DY-DATE TO DY-DATE
                   MOVE ZEROS      TO DY-COUNTS
                   MOVE SPACES     TO DY-REBUILT-DATE
                   PERFORM BUMP-DAILY-STAT
                   WRITE DAILY-STATS-RECORD
                       INVALID KEY
                           DISPLAY "Daily statistics row for "
                               WS-DY-DATE " could not be added."
                   END-WRITE
               NOT INVALID KEY
                   PERFORM BUMP-DAILY-STAT
                   REWRITE DAILY-STATS-RECORD
           END-READ.

       BUMP-DAILY-STAT.                                              *> Add one posting to the row in hand.
           EVALUATE WS-DY-KIND
               WHEN "V"
                   ADD 1 TO DY-VISITS
                   IF WS-DY-HOUR IS NUMERIC
                       MOVE WS-DY-HOUR TO WS-DY-HOUR-IDX
                       IF WS-DY-HOUR-IDX < 24
                           ADD 1 TO WS-DY-HOUR-IDX
                           ADD 1 TO DY-HOUR-VISITS(WS-DY-HOUR-IDX)
                       END-IF
                   END-IF
               WHEN "N"
                   ADD 1 TO DY-NEW-RECORDS
               WHEN "D"
                   ADD WS-DY-UNITS TO DY-DISPENSED
               WHEN "R"
                   ADD 1 TO DY-REFERRALS
               WHEN "Q"
                   ADD 1 TO DY-QUEUE-CLOSED
               WHEN "C"
                   ADD 1 TO DY-RECEIPTS
                   ADD WS-DY-CASH-IN TO DY-CASH
           END-EVALUATE.

       ENSURE-DAILY-STATS.                                           *> A site's first run with the stats file builds
                                                                      *> it once from history, so the first dashboard or
                                                                      *> closeout counts more than the day's postings.
           OPEN INPUT DAILY-STATS-FILE
           IF WS-DY-FILE-STATUS = "35"
               DISPLAY "Building the daily clinic statistics from"
               DISPLAY "the detail files -- this happens once."
               PERFORM REBUILD-DAILY-STATS-BODY
           ELSE
               CLOSE DAILY-STATS-FILE
           END-IF.

       START-DAILY-STATS-FROM.                                       *> Position DAILY-STATS-FILE on the first day at
                                                                      *> or after WS-DY-FROM; WS-DY-EOF is "Y" if none.
           MOVE WS-DY-FROM TO DY-DATE
           MOVE "N" TO WS-DY-EOF
           START DAILY-STATS-FILE
               KEY IS NOT LESS THAN DY-DATE
               INVALID KEY
                   MOVE "Y" TO WS-DY-EOF
           END-START.

       SUM-DAILY-STATS.                                              *> Totals of the stats rows from WS-DY-FROM thru
                                                                      *> WS-DY-TO into WS-DY-SUMS -- a day, a month or a
                                                                      *> term in a few reads instead of all of history.
           MOVE ZEROS TO WS-DY-SUMS
           OPEN INPUT DAILY-STATS-FILE
           IF WS-DY-FILE-STATUS NOT = "35"
               PERFORM START-DAILY-STATS-FROM
               PERFORM UNTIL WS-DY-EOF = "Y"
                   READ DAILY-STATS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-DY-EOF
                   END-READ
                   IF WS-DY-EOF NOT = "Y"
                       IF DY-DATE > WS-DY-TO
                           MOVE "Y" TO WS-DY-EOF
                       ELSE
                           PERFORM ADD-DAILY-STAT-TO-SUMS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DAILY-STATS-FILE
           END-IF.

       ADD-DAILY-STAT-TO-SUMS.                                       *> One day's row onto WS-DY-SUMS.
           ADD 1 TO WS-DY-SUM-DAYS
           ADD DY-VISITS TO WS-DY-SUM-VISITS
           MOVE 1 TO WS-DY-HOUR-IDX
           PERFORM 24 TIMES
               ADD DY-HOUR-VISITS(WS-DY-HOUR-IDX)
                   TO WS-DY-SUM-HOUR(WS-DY-HOUR-IDX)
               ADD 1 TO WS-DY-HOUR-IDX
           END-PERFORM
           ADD DY-NEW-RECORDS  TO WS-DY-SUM-NEW
           ADD DY-DISPENSED    TO WS-DY-SUM-DISPENSED
           ADD DY-REFERRALS    TO WS-DY-SUM-REFERRALS
           ADD DY-QUEUE-CLOSED TO WS-DY-SUM-QUEUE
           ADD DY-RECEIPTS     TO WS-DY-SUM-RECEIPTS
           ADD DY-CASH         TO WS-DY-SUM-CASH.

       SET-DAILY-STATS-FLOOR.                                        *> Years the retention run has rolled out of the
                                                                      *> audit trail and visit history are no longer in
                                                                      *> the detail files -- their stats rows are left as
                                                                      *> they stand, and WS-DY-FROM starts after them.
           PERFORM READ-AUDIT-CHAIN
           MOVE "0000" TO WS-DY-FLOOR
           IF WS-CK-ROLLED-THRU IS NUMERIC
               MOVE WS-CK-ROLLED-THRU TO WS-DY-FLOOR
           END-IF
           MOVE SPACES TO WS-DY-FROM
           IF WS-DY-FLOOR NOT = "0000"
               MOVE WS-DY-FLOOR TO WS-DY-YEAR
               ADD 1 TO WS-DY-YEAR
               STRING WS-DY-YEAR "/01/01" DELIMITED BY SIZE
                   INTO WS-DY-FROM
           END-IF
           MOVE "9999/99/99" TO WS-DY-TO.

       SCAN-DAILY-DETAIL.                                            *> Every detail file the stats are posted from,
                                                                      *> once each, through TAKE-DAILY-DETAIL.
           PERFORM DAILY-SCAN-VISITS
           PERFORM DAILY-SCAN-NEW-RECORDS
           PERFORM DAILY-SCAN-DISPENSES
           PERFORM DAILY-SCAN-REFERRALS
           PERFORM DAILY-SCAN-QUEUE
           PERFORM DAILY-SCAN-RECEIPTS.

       TAKE-DAILY-DETAIL.                                            *> One detail row found by a scan -- onto the
                                                                      *> stats file when rebuilding, onto WS-DY-DETAIL
                                                                      *> when auditing. Rolled-out years are skipped.
           IF WS-DY-DATE(1:4) IS NUMERIC
                   AND WS-DY-DATE(1:4) > WS-DY-FLOOR
               IF WS-DY-MODE = "R"
                   PERFORM ADD-TO-DAILY-STAT
               ELSE
                   PERFORM COUNT-DAILY-DETAIL
               END-IF
           END-IF.

       COUNT-DAILY-DETAIL.                                           *> The audit's side of one detail row.
           EVALUATE WS-DY-KIND
               WHEN "V"
                   ADD 1 TO WS-DY-DT-VISITS
               WHEN "N"
                   ADD 1 TO WS-DY-DT-NEW
               WHEN "D"
                   ADD WS-DY-UNITS TO WS-DY-DT-DISPENSED
               WHEN "R"
                   ADD 1 TO WS-DY-DT-REFERRALS
               WHEN "Q"
                   ADD 1 TO WS-DY-DT-QUEUE
               WHEN "C"
                   ADD 1 TO WS-DY-DT-RECEIPTS
                   ADD WS-DY-CASH-IN TO WS-DY-DT-CASH
           END-EVALUATE.

       DAILY-SCAN-VISITS.                                            *> Visit-history rows -- history brought in from
                                                                      *> another school is left out, as when posted.
           MOVE "V" TO WS-DY-KIND
           OPEN INPUT VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ VISIT-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND VH-ATTENDED-BY NOT = WS-TI-EXTERNAL-TAG
                       MOVE VH-DATE-OF-VISIT      TO WS-DY-DATE
                       MOVE VH-TIME-OF-VISIT(1:2) TO WS-DY-HOUR
                       PERFORM TAKE-DAILY-DETAIL
                   END-IF
               END-PERFORM
           END-IF
           CLOSE VISIT-HISTORY-FILE.

       DAILY-SCAN-NEW-RECORDS.                                       *> NEW RECORD lines in the audit trail, on the
                                                                      *> day each line is stamped with.
           MOVE "N" TO WS-DY-KIND
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               READ AUDIT-LOG-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   IF AUDIT-LOG-RECORD(1:8) IS NUMERIC
                           AND AUDIT-LOG-RECORD(43:20) = "NEW RECORD"
                       MOVE SPACES TO WS-DY-DATE
                       STRING AUDIT-LOG-RECORD(1:4) "/"
                           AUDIT-LOG-RECORD(5:2) "/"
                           AUDIT-LOG-RECORD(7:2)
                           DELIMITED BY SIZE INTO WS-DY-DATE
                       PERFORM TAKE-DAILY-DETAIL
                   END-IF
                   READ AUDIT-LOG-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       DAILY-SCAN-DISPENSES.                                         *> Units on the dispensing register, every door.
           MOVE "D" TO WS-DY-KIND
           OPEN INPUT DISPENSE-LOG-FILE
           IF WS-DL-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               READ DISPENSE-LOG-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   IF DL-QTY IS NUMERIC
                       MOVE DL-DATE TO WS-DY-DATE
                       MOVE DL-QTY  TO WS-DY-UNITS
                       PERFORM TAKE-DAILY-DETAIL
                   END-IF
                   READ DISPENSE-LOG-FILE AT END MOVE "Y" TO WS-EOF-FLAG
               END-PERFORM
               CLOSE DISPENSE-LOG-FILE
           END-IF.

       DAILY-SCAN-REFERRALS.                                         *> Outside referrals, on the day each was made.
           MOVE "R" TO WS-DY-KIND
           OPEN INPUT REFERRAL-FILE
           IF WS-RF-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ REFERRAL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       MOVE RF-REFERRAL-DATE TO WS-DY-DATE
                       PERFORM TAKE-DAILY-DETAIL
                   END-IF
               END-PERFORM
               CLOSE REFERRAL-FILE
           END-IF.

       DAILY-SCAN-QUEUE.                                             *> Queue numbers that were closed -- the ones with
                                                                      *> a finish time stamped.
           MOVE "Q" TO WS-DY-KIND
           OPEN INPUT QUEUE-FILE
           IF WS-QU-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ QUEUE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND QU-TIME-DONE NOT = SPACES
                       MOVE QU-QUEUE-DATE TO WS-DY-DATE
                       PERFORM TAKE-DAILY-DETAIL
                   END-IF
               END-PERFORM
               CLOSE QUEUE-FILE
           END-IF.

       DAILY-SCAN-RECEIPTS.                                          *> Official receipts and their amounts.
           MOVE "C" TO WS-DY-KIND
           OPEN INPUT OR-REGISTER-FILE
           IF WS-ORR-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OR-REGISTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       MOVE ORR-ISSUE-DATE TO WS-DY-DATE
                       MOVE ORR-AMOUNT     TO WS-DY-CASH-IN
                       PERFORM TAKE-DAILY-DETAIL
                   END-IF
               END-PERFORM
               CLOSE OR-REGISTER-FILE
           END-IF.

       REBUILD-DAILY-STATS.                                          *> Interactive wrapper for the rebuild.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      REBUILD DAILY CLINIC STATISTICS"
           DISPLAY FRA-ME
           DISPLAY "Every day's totals are recounted from the visit,"
           DISPLAY "audit, dispensing, referral, queue and receipt"
           DISPLAY "files. Run it when the integrity audit reports"
           DISPLAY "that the daily statistics disagree."
           DISPLAY "Rebuild now? [Y/N]: " WITH NO ADVANCING
           ACCEPT WS-DY-ANSWER
           IF WS-DY-ANSWER = "Y" OR WS-DY-ANSWER = "y"
               PERFORM REBUILD-DAILY-STATS-BODY
           ELSE
               DISPLAY "Nothing rebuilt."
           END-IF.

       REBUILD-DAILY-STATS-BODY.                                     *> The rebuild itself -- no prompts, so the
                                                                      *> scheduler and the STATSREBUILD action can run
                                                                      *> it. Rows for the days still in the detail files
                                                                      *> are zeroed, recounted, then stamped; a day left
                                                                      *> with nothing on it is dropped.
           PERFORM FORMAT-TODAY-SLASHED
           PERFORM SET-DAILY-STATS-FLOOR
           MOVE ZERO TO WS-DY-ROWS
           MOVE ZERO TO WS-DY-DROPPED
           OPEN I-O DAILY-STATS-FILE
           IF WS-DY-FILE-STATUS = "35"                               *> File does not exist yet -- create it.
               OPEN OUTPUT DAILY-STATS-FILE
               CLOSE DAILY-STATS-FILE
               OPEN I-O DAILY-STATS-FILE
           END-IF
           PERFORM START-DAILY-STATS-FROM
           PERFORM UNTIL WS-DY-EOF = "Y"
               READ DAILY-STATS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DY-EOF
               END-READ
               IF WS-DY-EOF NOT = "Y"
                   MOVE ZEROS TO DY-COUNTS
                   REWRITE DAILY-STATS-RECORD
               END-IF
           END-PERFORM
           MOVE "R" TO WS-DY-MODE
           PERFORM SCAN-DAILY-DETAIL
           PERFORM START-DAILY-STATS-FROM
           PERFORM UNTIL WS-DY-EOF = "Y"
               READ DAILY-STATS-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-DY-EOF
               END-READ
               IF WS-DY-EOF NOT = "Y"
                   IF DY-COUNTS = ZEROS
                       DELETE DAILY-STATS-FILE RECORD
                       ADD 1 TO WS-DY-DROPPED
                   ELSE
                       MOVE WS-TODAY-SLASHED TO DY-REBUILT-DATE
                       REWRITE DAILY-STATS-RECORD
                       ADD 1 TO WS-DY-ROWS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DAILY-STATS-FILE
           DISPLAY "Daily statistics rebuilt for " WS-DY-ROWS
               " clinic day(s)."
           IF WS-DY-DROPPED > ZERO
               DISPLAY "Days with nothing left on them, dropped: "
                   WS-DY-DROPPED
           END-IF
           IF WS-DY-FLOOR NOT = "0000"
               DISPLAY "Days through " WS-DY-FLOOR
                   " were rolled out and left as they stood."
           END-IF.

       AUDIT-DAILY-STATS.                                            *> The stats file's totals against the same
                                                                      *> totals counted from the detail files. Any
                                                                      *> difference means a posting was missed or a
                                                                      *> file was loaded around MEDIKA.
           PERFORM SET-DAILY-STATS-FLOOR
           MOVE ZEROS TO WS-DY-DETAIL
           MOVE "A" TO WS-DY-MODE
           PERFORM SCAN-DAILY-DETAIL
           MOVE "R" TO WS-DY-MODE
           PERFORM SUM-DAILY-STATS
           MOVE "N" TO WS-DY-MISMATCH
           IF WS-DY-SUM-VISITS NOT = WS-DY-DT-VISITS
                   OR WS-DY-SUM-NEW NOT = WS-DY-DT-NEW
                   OR WS-DY-SUM-DISPENSED NOT = WS-DY-DT-DISPENSED
                   OR WS-DY-SUM-REFERRALS NOT = WS-DY-DT-REFERRALS
                   OR WS-DY-SUM-QUEUE NOT = WS-DY-DT-QUEUE
                   OR WS-DY-SUM-RECEIPTS NOT = WS-DY-DT-RECEIPTS
                   OR WS-DY-SUM-CASH NOT = WS-DY-DT-CASH
               MOVE "Y" TO WS-DY-MISMATCH
           END-IF.

       SHOW-DAILY-STATS-AUDIT.                                       *> The integrity audit's lines for the stats.
           IF WS-DY-MISMATCH NOT = "Y"
               DISPLAY "Daily statistics agree with the"
               DISPLAY "detail files."
           ELSE
               DISPLAY "Daily statistics DISAGREE with the"
               DISPLAY "detail files (statistics / detail):"
               DISPLAY "  Visits:           " WS-DY-SUM-VISITS
                   " / " WS-DY-DT-VISITS
               DISPLAY "  New records:      " WS-DY-SUM-NEW
                   " / " WS-DY-DT-NEW
               DISPLAY "  Medication units: " WS-DY-SUM-DISPENSED
                   " / " WS-DY-DT-DISPENSED
               DISPLAY "  Referrals:        " WS-DY-SUM-REFERRALS
                   " / " WS-DY-DT-REFERRALS
               DISPLAY "  Queue closes:     " WS-DY-SUM-QUEUE
                   " / " WS-DY-DT-QUEUE
               DISPLAY "  Receipts:         " WS-DY-SUM-RECEIPTS
                   " / " WS-DY-DT-RECEIPTS
               MOVE WS-DY-SUM-CASH TO WS-DY-CASH-ED
               DISPLAY "  Cash, statistics: P" WS-DY-CASH-ED
               MOVE WS-DY-DT-CASH TO WS-DY-CASH-ED
               DISPLAY "  Cash, detail:     P" WS-DY-CASH-ED
               DISPLAY "Rebuild them from System Utilities,"
               DISPLAY "option 8."
           END-IF.

       CLOSEOUT-READ-DAILY-STATS.                                    *> Today's totals, off today's daily stats row.
           PERFORM ENSURE-DAILY-STATS
           MOVE WS-TODAY-SLASHED TO WS-DY-FROM
           MOVE WS-TODAY-SLASHED TO WS-DY-TO
           PERFORM SUM-DAILY-STATS
           MOVE WS-DY-SUM-VISITS    TO WS-CO-VISIT-COUNT
           MOVE WS-DY-SUM-DISPENSED TO WS-CO-MED-COUNT
           MOVE WS-DY-SUM-NEW       TO WS-CO-NEW-COUNT.

       CLOSEOUT-DAILY-EXTRAS.                                        *> Referrals, queue closes and the visits by
                                                                      *> hour, from the same row -- and a warning when
                                                                      *> the visits listed do not match it.
           MOVE SPACES TO WS-CO-LINE
           STRING "Referrals made today:        "
               WS-DY-SUM-REFERRALS DELIMITED BY SIZE INTO WS-CO-LINE
           MOVE WS-CO-LINE TO CLOSEOUT-RECORD
           WRITE CLOSEOUT-RECORD
           DISPLAY WS-CO-LINE
           MOVE SPACES TO WS-CO-LINE
           STRING "Queue numbers closed today:  "
               WS-DY-SUM-QUEUE DELIMITED BY SIZE INTO WS-CO-LINE
           MOVE WS-CO-LINE TO CLOSEOUT-RECORD
           WRITE CLOSEOUT-RECORD
           DISPLAY WS-CO-LINE
           IF WS-DY-SUM-VISITS > ZERO
               MOVE "Visits by hour:" TO CLOSEOUT-RECORD
               WRITE CLOSEOUT-RECORD
               DISPLAY "Visits by hour:"
               MOVE 1 TO WS-DY-HOUR-IDX
               PERFORM 24 TIMES
                   IF WS-DY-SUM-HOUR(WS-DY-HOUR-IDX) > ZERO
                       COMPUTE WS-UT-HOUR-DISP = WS-DY-HOUR-IDX - 1
                       MOVE SPACES TO WS-CO-LINE
                       STRING "  " WS-UT-HOUR-DISP ":00 - "
                           WS-UT-HOUR-DISP ":59  "
                           WS-DY-SUM-HOUR(WS-DY-HOUR-IDX)
                           DELIMITED BY SIZE INTO WS-CO-LINE
                       MOVE WS-CO-LINE TO CLOSEOUT-RECORD
                       WRITE CLOSEOUT-RECORD
                       DISPLAY WS-CO-LINE
                   END-IF
                   ADD 1 TO WS-DY-HOUR-IDX
               END-PERFORM
           END-IF
           IF WS-CO-LISTED-COUNT NOT = WS-CO-VISIT-COUNT
               MOVE SPACES TO WS-CO-LINE
               STRING "** " WS-CO-LISTED-COUNT
                   " visits listed above; the daily statistics"
                   " disagree -- rebuild them. **"
                   DELIMITED BY SIZE INTO WS-CO-LINE
               MOVE WS-CO-LINE TO CLOSEOUT-RECORD
               WRITE CLOSEOUT-RECORD
               DISPLAY WS-CO-LINE
           END-IF.

       TREND-READ-DAILY-STATS.                                       *> The period's totals and visits by hour, off
                                                                      *> the daily stats rows for the month or term.
           PERFORM ENSURE-DAILY-STATS
           MOVE SPACES TO WS-DY-FROM
           MOVE SPACES TO WS-DY-TO
           IF WS-TREND-TERM-MODE = "Y"
               MOVE WS-TM-START TO WS-DY-FROM
               MOVE WS-TM-END   TO WS-DY-TO
           ELSE
               STRING WS-TREND-MONTH "/01" DELIMITED BY SIZE
                   INTO WS-DY-FROM
               STRING WS-TREND-MONTH "/31" DELIMITED BY SIZE
                   INTO WS-DY-TO
           END-IF
           PERFORM SUM-DAILY-STATS
           MOVE WS-DY-SUM-VISITS TO WS-TREND-VISITS
           MOVE 1 TO WS-UT-HOUR-IDX
           PERFORM 24 TIMES
               MOVE WS-DY-SUM-HOUR(WS-UT-HOUR-IDX)
                   TO WS-UT-HOUR-COUNT(WS-UT-HOUR-IDX)
               ADD 1 TO WS-UT-HOUR-IDX
           END-PERFORM.

       TREND-DAILY-TOTALS.                                           *> The rest of the period's counts, from the same
                                                                      *> daily stats rows.
           MOVE SPACES TO WS-RO-LINE
           STRING "New Records: " WS-DY-SUM-NEW
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Medication Units Dispensed: " WS-DY-SUM-DISPENSED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Referrals Made: " WS-DY-SUM-REFERRALS
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Queue Numbers Closed: " WS-DY-SUM-QUEUE
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-DY-SUM-CASH TO WS-DY-CASH-ED
           MOVE SPACES TO WS-RO-LINE
           STRING "Receipts Issued: " WS-DY-SUM-RECEIPTS
               "   Cash: P" WS-DY-CASH-ED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       DUTY-ROSTER-MENU.                                             *> The clinic's duty schedule -- who is on for
                                                                      *> each shift, and whether the record bears it
                                                                      *> out.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      CLINIC DUTY ROSTER"
           DISPLAY FRA-ME
           DISPLAY "1) Put staff on duty"
           DISPLAY "2) Take staff off duty"
           DISPLAY "3) Weekly roster printout"
           DISPLAY "4) School days with no nurse on a shift"
           DISPLAY "5) Monthly coverage reconciliation / sign-off"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-DR-CHOICE
           EVALUATE WS-DR-CHOICE
               WHEN "1"
                   IF WS-USER-ROLE = "CLERK"
                       PERFORM ROLE-NOT-ALLOWED
                   ELSE
                       PERFORM ADD-DUTY-ROSTER-ENTRY
                   END-IF
               WHEN "2"
                   IF WS-USER-ROLE = "CLERK"
                       PERFORM ROLE-NOT-ALLOWED
                   ELSE
                       PERFORM REMOVE-DUTY-ROSTER-ENTRY
                   END-IF
               WHEN "3"
                   PERFORM WEEKLY-DUTY-ROSTER
               WHEN "4"
                   PERFORM DUTY-GAP-CHECK
               WHEN "5"
                   PERFORM DUTY-COVERAGE-REPORT
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-DR-CHOICE NOT = "x" AND WS-DR-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM DUTY-ROSTER-MENU
           END-IF.

       CHECK-DR-DATE.                                                *> Is WS-DR-DATE-TEXT a YYYY/MM/DD date the
                                                                      *> day arithmetic can walk? Flag in WS-DR-OK.
           MOVE "Y" TO WS-DR-OK
           IF WS-DR-DATE-TEXT(1:4) IS NOT NUMERIC
                   OR WS-DR-DATE-TEXT(5:1) NOT = "/"
                   OR WS-DR-DATE-TEXT(6:2) IS NOT NUMERIC
                   OR WS-DR-DATE-TEXT(8:1) NOT = "/"
                   OR WS-DR-DATE-TEXT(9:2) IS NOT NUMERIC
               MOVE "N" TO WS-DR-OK
           ELSE
               IF WS-DR-DATE-TEXT(6:2) < "01"
                       OR WS-DR-DATE-TEXT(6:2) > "12"
                       OR WS-DR-DATE-TEXT(9:2) < "01"
                       OR WS-DR-DATE-TEXT(9:2) > "31"
                   MOVE "N" TO WS-DR-OK
               END-IF
           END-IF
           IF WS-DR-OK NOT = "Y"
               DISPLAY "Dates are written YYYY/MM/DD, e.g. 2026/10/19."
           END-IF.

       ADD-DUTY-ROSTER-ENTRY.                                        *> Put one account on the roster for a day or
                                                                      *> a run of school days.
           DISPLAY "Staff account (username): " WITH NO ADVANCING
           MOVE SPACES TO WS-ACCT-TARGET
           ACCEPT WS-ACCT-TARGET
           PERFORM LOAD-ACCOUNT-TABLE
           PERFORM FIND-ACCOUNT-ENTRY
           IF WS-ACCT-FOUND NOT = "Y"
               DISPLAY "No such account in LOGIN.DAT -- add it under"
               DISPLAY "Staff Account Maintenance first."
           ELSE
               IF WS-ACCT-STATUS(WS-ACCT-IDX) NOT = "A"
                   DISPLAY "That account is disabled -- enable it"
                   DISPLAY "before putting it on the roster."
               ELSE
                   PERFORM ADD-DUTY-ROSTER-BODY
               END-IF
           END-IF.

       ADD-DUTY-ROSTER-BODY.                                         *> Role, shift and days for the account found.
           MOVE "N" TO WS-DR-ROLE-IN
           IF WS-ACCT-ROLE(WS-ACCT-IDX) = "CLERK"
               MOVE "C" TO WS-DR-ROLE-IN
           END-IF
           IF WS-ACCT-ROLE(WS-ACCT-IDX) = "ADMIN"
               MOVE "A" TO WS-DR-ROLE-IN
           END-IF
           DISPLAY "On duty as N)urse, P)hysician clinic, C)lerk,"
           DISPLAY "A)dmin [" WS-DR-ROLE-IN "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-DR-CHOICE
           ACCEPT WS-DR-CHOICE
           INSPECT WS-DR-CHOICE CONVERTING "npca" TO "NPCA"
           IF WS-DR-CHOICE = "N" OR WS-DR-CHOICE = "P"
                   OR WS-DR-CHOICE = "C" OR WS-DR-CHOICE = "A"
               MOVE WS-DR-CHOICE TO WS-DR-ROLE-IN
           END-IF
           DISPLAY "Shift A)morning, P)afternoon, B)oth [B]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DR-SHIFT-IN
           ACCEPT WS-DR-SHIFT-IN
           INSPECT WS-DR-SHIFT-IN CONVERTING "apb" TO "APB"
           IF WS-DR-SHIFT-IN NOT = "A" AND WS-DR-SHIFT-IN NOT = "P"
               MOVE "B" TO WS-DR-SHIFT-IN
           END-IF
           PERFORM FORMAT-TODAY-SLASHED
           DISPLAY "First day (YYYY/MM/DD) [" WS-TODAY-SLASHED "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DR-DATE-TEXT
           ACCEPT WS-DR-DATE-TEXT
           IF WS-DR-DATE-TEXT = SPACES
               MOVE WS-TODAY-SLASHED TO WS-DR-DATE-TEXT
           END-IF
           PERFORM CHECK-DR-DATE
           MOVE WS-DR-DATE-TEXT TO WS-DR-FROM
           IF WS-DR-OK = "Y"
               DISPLAY "Last day [" WS-DR-FROM "]: " WITH NO ADVANCING
               MOVE SPACES TO WS-DR-DATE-TEXT
               ACCEPT WS-DR-DATE-TEXT
               IF WS-DR-DATE-TEXT = SPACES
                   MOVE WS-DR-FROM TO WS-DR-DATE-TEXT
               END-IF
               PERFORM CHECK-DR-DATE
               MOVE WS-DR-DATE-TEXT TO WS-DR-TO
           END-IF
           IF WS-DR-OK = "Y" AND WS-DR-TO < WS-DR-FROM
               MOVE "N" TO WS-DR-OK
               DISPLAY "The last day is before the first."
           END-IF
           IF WS-DR-OK = "Y"
               DISPLAY "Note (relief, half day; Enter for none): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DR-NOTE-IN
               ACCEPT WS-DR-NOTE-IN
               PERFORM WRITE-DUTY-ROSTER-DAYS
           END-IF.

       WRITE-DUTY-ROSTER-DAYS.                                       *> One row per shift per day, WS-DR-FROM thru
                                                                      *> WS-DR-TO. A run of days takes school days
                                                                      *> only; a single day is taken as keyed, so a
                                                                      *> Saturday clinic can be rostered. Keying a
                                                                      *> row again replaces it.
           MOVE ZERO TO WS-DR-ROWS
           MOVE ZERO TO WS-DR-SPAN
           OPEN I-O DUTY-ROSTER-FILE
           IF WS-DR-FILE-STATUS = "35"                               *> File does not exist yet -- create it.
               OPEN OUTPUT DUTY-ROSTER-FILE
               CLOSE DUTY-ROSTER-FILE
               OPEN I-O DUTY-ROSTER-FILE
           END-IF
           MOVE WS-DR-FROM TO WS-AD-DATE
           PERFORM UNTIL WS-AD-DATE > WS-DR-TO OR WS-DR-SPAN >= 62
               ADD 1 TO WS-DR-SPAN
               MOVE WS-AD-DATE TO WS-DC-SLASHED
               PERFORM CHECK-SLASHED-SCHOOL-DAY
               IF WS-SD-FLAG = "Y" OR WS-DR-FROM = WS-DR-TO
                   IF WS-SD-FLAG NOT = "Y"
                       DISPLAY WS-AD-DATE " is not a school day --"
                           " rostered anyway."
                   END-IF
                   IF WS-DR-SHIFT-IN NOT = "P"
                       MOVE "A" TO WS-DR-CK-SHIFT
                       PERFORM WRITE-DUTY-ROSTER-ROW
                   END-IF
                   IF WS-DR-SHIFT-IN NOT = "A"
                       MOVE "P" TO WS-DR-CK-SHIFT
                       PERFORM WRITE-DUTY-ROSTER-ROW
                   END-IF
               END-IF
               PERFORM ADD-ONE-DAY
           END-PERFORM
           CLOSE DUTY-ROSTER-FILE
           IF WS-AD-DATE NOT > WS-DR-TO
               DISPLAY "Rostered 62 days at most per entry -- stopped"
               DISPLAY "before " WS-AD-DATE "."
           END-IF
           DISPLAY "Roster rows saved: " WS-DR-ROWS.

       WRITE-DUTY-ROSTER-ROW.                                        *> The account on WS-AD-DATE, shift
                                                                      *> WS-DR-CK-SHIFT.
           MOVE SPACES TO DUTY-ROSTER-RECORD
           MOVE WS-AD-DATE       TO DR-DATE
           MOVE WS-DR-CK-SHIFT   TO DR-SHIFT
           MOVE WS-ACCT-TARGET   TO DR-USERNAME
           MOVE WS-DR-ROLE-IN    TO DR-DUTY-ROLE
           MOVE WS-DR-NOTE-IN    TO DR-NOTE
           MOVE WS-CURRENT-USER  TO DR-ENTERED-BY
           MOVE WS-TODAY-SLASHED TO DR-ENTERED-DATE
           WRITE DUTY-ROSTER-RECORD
               INVALID KEY
                   REWRITE DUTY-ROSTER-RECORD
           END-WRITE
           ADD 1 TO WS-DR-ROWS.

       REMOVE-DUTY-ROSTER-ENTRY.                                     *> Take an account off one day's shift(s).
           DISPLAY "Staff account (username): " WITH NO ADVANCING
           MOVE SPACES TO WS-ACCT-TARGET
           ACCEPT WS-ACCT-TARGET
           DISPLAY "Day (YYYY/MM/DD): " WITH NO ADVANCING
           MOVE SPACES TO WS-DR-DATE-TEXT
           ACCEPT WS-DR-DATE-TEXT
           PERFORM CHECK-DR-DATE
           IF WS-DR-OK = "Y"
               DISPLAY "Shift A)morning, P)afternoon, B)oth [B]: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DR-SHIFT-IN
               ACCEPT WS-DR-SHIFT-IN
               INSPECT WS-DR-SHIFT-IN CONVERTING "apb" TO "APB"
               MOVE ZERO TO WS-DR-ROWS
               OPEN I-O DUTY-ROSTER-FILE
               IF WS-DR-FILE-STATUS NOT = "35"
                   MOVE WS-DR-DATE-TEXT TO DR-DATE
                   MOVE WS-ACCT-TARGET  TO DR-USERNAME
                   IF WS-DR-SHIFT-IN NOT = "P"
                       MOVE "A" TO DR-SHIFT
                       DELETE DUTY-ROSTER-FILE
                           NOT INVALID KEY
                               ADD 1 TO WS-DR-ROWS
                       END-DELETE
                   END-IF
                   IF WS-DR-SHIFT-IN NOT = "A"
                       MOVE "P" TO DR-SHIFT
                       DELETE DUTY-ROSTER-FILE
                           NOT INVALID KEY
                               ADD 1 TO WS-DR-ROWS
                       END-DELETE
                   END-IF
               END-IF
               CLOSE DUTY-ROSTER-FILE
               IF WS-DR-ROWS = ZERO
                   DISPLAY "That account was not on the roster then."
               ELSE
                   DISPLAY "Roster rows removed: " WS-DR-ROWS
               END-IF
           END-IF.

       SET-DR-SHIFT-TEXT.                                            *> Word for WS-DR-SHIFT-CODE on reports.
           EVALUATE WS-DR-SHIFT-CODE
               WHEN "A"
                   MOVE "Morning" TO WS-DR-SHIFT-TEXT
               WHEN "P"
                   MOVE "Afternoon" TO WS-DR-SHIFT-TEXT
               WHEN OTHER
                   MOVE "Untimed" TO WS-DR-SHIFT-TEXT
           END-EVALUATE.

       SET-DR-ROLE-TEXT.                                             *> Word for DR-DUTY-ROLE on reports.
           EVALUATE DR-DUTY-ROLE
               WHEN "N"
                   MOVE "Nurse" TO WS-DR-ROLE-TEXT
               WHEN "P"
                   MOVE "Physician" TO WS-DR-ROLE-TEXT
               WHEN "C"
                   MOVE "Clerk" TO WS-DR-ROLE-TEXT
               WHEN OTHER
                   MOVE "Admin" TO WS-DR-ROLE-TEXT
           END-EVALUATE.

       WEEKLY-DUTY-ROSTER.                                           *> Seven days from the date asked for, for the
                                                                      *> clinic notice board.
           PERFORM FORMAT-TODAY-SLASHED
           DISPLAY "Week starting (YYYY/MM/DD) [" WS-TODAY-SLASHED
               "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-DR-DATE-TEXT
           ACCEPT WS-DR-DATE-TEXT
           IF WS-DR-DATE-TEXT = SPACES
               MOVE WS-TODAY-SLASHED TO WS-DR-DATE-TEXT
           END-IF
           PERFORM CHECK-DR-DATE
           IF WS-DR-OK = "Y"
               MOVE WS-DR-DATE-TEXT TO WS-DR-FROM
               MOVE WS-DR-FROM TO WS-AD-DATE
               PERFORM 6 TIMES
                   PERFORM ADD-ONE-DAY
               END-PERFORM
               MOVE WS-AD-DATE TO WS-DR-TO
               MOVE "DUTYWEEK" TO WS-RO-NAME
               MOVE "WEEKLY CLINIC DUTY ROSTER" TO WS-RO-TITLE
               PERFORM OPEN-REPORT-OUTPUT
               MOVE SPACES TO WS-RO-LINE
               STRING "Week of " WS-DR-FROM " to " WS-DR-TO
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               OPEN INPUT DUTY-ROSTER-FILE
               MOVE WS-DR-FROM TO WS-AD-DATE
               PERFORM UNTIL WS-AD-DATE > WS-DR-TO
                   PERFORM LIST-DUTY-DAY
                   PERFORM ADD-ONE-DAY
               END-PERFORM
               MOVE SPACES TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE "School-day shifts with NO nurse on the roster:"
                   TO WS-DR-HEADING
               PERFORM DUTY-COVERAGE-GAPS
               IF WS-DR-GAPS = ZERO
                   MOVE "Every school-day shift this week has a nurse."
                       TO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
               IF WS-DR-FILE-STATUS NOT = "35"
                   CLOSE DUTY-ROSTER-FILE
               END-IF
               PERFORM CLOSE-REPORT-OUTPUT
           END-IF.

       LIST-DUTY-DAY.                                                *> One day of the weekly printout, WS-AD-DATE,
                                                                      *> morning rows first.
           MOVE WS-AD-DATE TO WS-DC-SLASHED
           PERFORM CHECK-SLASHED-SCHOOL-DAY
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-SD-FLAG = "Y"
               MOVE WS-AD-DATE TO WS-RO-LINE
           ELSE
               STRING WS-AD-DATE "(no school)"
                   DELIMITED BY SIZE INTO WS-RO-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           MOVE ZERO TO WS-DR-ROWS
           IF WS-DR-FILE-STATUS NOT = "35"
               MOVE WS-AD-DATE TO DR-DATE
               MOVE LOW-VALUES TO DR-SHIFT
               MOVE LOW-VALUES TO DR-USERNAME
               MOVE "N" TO WS-DR-EOF-FLAG
               START DUTY-ROSTER-FILE
                   KEY IS NOT LESS THAN DR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-DR-EOF-FLAG
               END-START
               PERFORM UNTIL WS-DR-EOF-FLAG = "Y"
                   READ DUTY-ROSTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-DR-EOF-FLAG
                   END-READ
                   IF WS-DR-EOF-FLAG NOT = "Y"
                       IF DR-DATE NOT = WS-AD-DATE
                           MOVE "Y" TO WS-DR-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-DR-ROWS
                           MOVE DR-SHIFT TO WS-DR-SHIFT-CODE
                           PERFORM SET-DR-SHIFT-TEXT
                           PERFORM SET-DR-ROLE-TEXT
                           MOVE SPACES TO WS-RO-LINE
                           STRING "    " WS-DR-SHIFT-TEXT " "
                               DR-USERNAME " " WS-DR-ROLE-TEXT " "
                               DR-NOTE
                               DELIMITED BY SIZE INTO WS-RO-LINE
                           PERFORM EMIT-REPORT-LINE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-DR-ROWS = ZERO
               MOVE "    (no one on the roster)" TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       DUTY-GAP-CHECK.                                               *> School-day shifts with no nurse rostered,
                                                                      *> over a span asked for -- two weeks ahead by
                                                                      *> default.
           PERFORM FORMAT-TODAY-SLASHED
           DISPLAY "From (YYYY/MM/DD) [" WS-TODAY-SLASHED "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DR-DATE-TEXT
           ACCEPT WS-DR-DATE-TEXT
           IF WS-DR-DATE-TEXT = SPACES
               MOVE WS-TODAY-SLASHED TO WS-DR-DATE-TEXT
           END-IF
           PERFORM CHECK-DR-DATE
           MOVE WS-DR-DATE-TEXT TO WS-DR-FROM
           IF WS-DR-OK = "Y"
               MOVE WS-DR-FROM TO WS-AD-DATE
               PERFORM 13 TIMES
                   PERFORM ADD-ONE-DAY
               END-PERFORM
               DISPLAY "To [" WS-AD-DATE "]: " WITH NO ADVANCING
               MOVE SPACES TO WS-DR-DATE-TEXT
               ACCEPT WS-DR-DATE-TEXT
               IF WS-DR-DATE-TEXT = SPACES
                   MOVE WS-AD-DATE TO WS-DR-DATE-TEXT
               END-IF
               PERFORM CHECK-DR-DATE
               MOVE WS-DR-DATE-TEXT TO WS-DR-TO
           END-IF
           IF WS-DR-OK = "Y"
               MOVE "DUTYGAPS" TO WS-RO-NAME
               MOVE "SCHOOL DAYS WITH NO NURSE ON A SHIFT"
                   TO WS-RO-TITLE
               PERFORM OPEN-REPORT-OUTPUT
               MOVE SPACES TO WS-RO-LINE
               STRING WS-DR-FROM " to " WS-DR-TO
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE SPACES TO WS-DR-HEADING
               OPEN INPUT DUTY-ROSTER-FILE
               PERFORM DUTY-COVERAGE-GAPS
               IF WS-DR-FILE-STATUS NOT = "35"
                   CLOSE DUTY-ROSTER-FILE
               END-IF
               PERFORM EMIT-COVERAGE-COUNTS
               PERFORM CLOSE-REPORT-OUTPUT
           END-IF.

       DUTY-COVERAGE-GAPS.                                           *> Walk WS-DR-FROM thru WS-DR-TO; every
                                                                      *> school-day shift without a nurse on the
                                                                      *> roster is one report line. The roster file
                                                                      *> is opened by the caller.
           MOVE ZERO TO WS-DR-SCHOOL-DAYS
           MOVE ZERO TO WS-DR-SHIFTS
           MOVE ZERO TO WS-DR-COVERED
           MOVE ZERO TO WS-DR-GAPS
           MOVE ZERO TO WS-DR-PHYS-DAYS
           MOVE WS-DR-FROM TO WS-AD-DATE
           PERFORM UNTIL WS-AD-DATE > WS-DR-TO
               MOVE WS-AD-DATE TO WS-DC-SLASHED
               PERFORM CHECK-SLASHED-SCHOOL-DAY
               IF WS-SD-FLAG = "Y"
                   ADD 1 TO WS-DR-SCHOOL-DAYS
                   MOVE WS-AD-DATE TO WS-DR-CK-DATE
                   MOVE ZERO TO WS-DR-DAY-PHYS
                   MOVE "A" TO WS-DR-CK-SHIFT
                   PERFORM CHECK-SHIFT-COVERAGE
                   MOVE "P" TO WS-DR-CK-SHIFT
                   PERFORM CHECK-SHIFT-COVERAGE
                   IF WS-DR-DAY-PHYS > ZERO
                       ADD 1 TO WS-DR-PHYS-DAYS
                   END-IF
               END-IF
               PERFORM ADD-ONE-DAY
           END-PERFORM.

       CHECK-SHIFT-COVERAGE.                                         *> Count WS-DR-CK-DATE / WS-DR-CK-SHIFT as
                                                                      *> covered or report it as a gap.
           ADD 1 TO WS-DR-SHIFTS
           PERFORM FIND-SHIFT-ON-DUTY
           ADD WS-DR-PHYSICIAN TO WS-DR-DAY-PHYS
           IF WS-DR-NURSES > ZERO
               ADD 1 TO WS-DR-COVERED
           ELSE
               IF WS-DR-GAPS = ZERO AND WS-DR-HEADING NOT = SPACES
                   MOVE WS-DR-HEADING TO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
               ADD 1 TO WS-DR-GAPS
               MOVE WS-DR-CK-SHIFT TO WS-DR-SHIFT-CODE
               PERFORM SET-DR-SHIFT-TEXT
               MOVE SPACES TO WS-RO-LINE
               STRING "  ** " WS-DR-CK-DATE WS-DR-SHIFT-TEXT
                   " -- no nurse on the roster"
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       FIND-SHIFT-ON-DUTY.                                           *> Nurses and physicians rostered for
                                                                      *> WS-DR-CK-DATE, shift WS-DR-CK-SHIFT.
           MOVE ZERO TO WS-DR-NURSES
           MOVE ZERO TO WS-DR-PHYSICIAN
           IF WS-DR-FILE-STATUS NOT = "35"
               MOVE WS-DR-CK-DATE  TO DR-DATE
               MOVE WS-DR-CK-SHIFT TO DR-SHIFT
               MOVE LOW-VALUES     TO DR-USERNAME
               MOVE "N" TO WS-DR-EOF-FLAG
               START DUTY-ROSTER-FILE
                   KEY IS NOT LESS THAN DR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-DR-EOF-FLAG
               END-START
               PERFORM UNTIL WS-DR-EOF-FLAG = "Y"
                   READ DUTY-ROSTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-DR-EOF-FLAG
                   END-READ
                   IF WS-DR-EOF-FLAG NOT = "Y"
                       IF DR-DATE NOT = WS-DR-CK-DATE
                               OR DR-SHIFT NOT = WS-DR-CK-SHIFT
                           MOVE "Y" TO WS-DR-EOF-FLAG
                       ELSE
                           IF DR-DUTY-ROLE = "N"
                               ADD 1 TO WS-DR-NURSES
                           END-IF
                           IF DR-DUTY-ROLE = "P"
                               ADD 1 TO WS-DR-PHYSICIAN
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       EMIT-COVERAGE-COUNTS.                                         *> The totals DUTY-COVERAGE-GAPS left behind.
           MOVE SPACES TO WS-RO-LINE
           STRING "  School days open:              "
               WS-DR-SCHOOL-DAYS
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "  Shifts to cover (two a day):   " WS-DR-SHIFTS
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "  Shifts with a nurse rostered:  " WS-DR-COVERED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "  Shifts with NO nurse rostered: " WS-DR-GAPS
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "  Physician clinic days:         "
               WS-DR-PHYS-DAYS
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       DASHBOARD-SHOW-DUTY-GAPS.                                     *> Once a roster is being kept, warn about
                                                                      *> school-day shifts in the coming week that
                                                                      *> still have no nurse on it.
           OPEN INPUT DUTY-ROSTER-FILE
           IF WS-DR-FILE-STATUS NOT = "35"
               MOVE WS-TODAY-SLASHED TO WS-DR-FROM
               MOVE WS-DR-FROM TO WS-AD-DATE
               PERFORM 6 TIMES
                   PERFORM ADD-ONE-DAY
               END-PERFORM
               MOVE WS-AD-DATE TO WS-DR-TO
               MOVE "** NO NURSE ON THE DUTY ROSTER -- NEXT 7 DAYS **"
                   TO WS-DR-HEADING
               PERFORM DUTY-COVERAGE-GAPS
               CLOSE DUTY-ROSTER-FILE
           END-IF.

       SET-DR-LAST-MONTH.                                            *> Last calendar month, YYYY/MM, into
                                                                      *> WS-DR-MONTH -- the one due for sign-off.
           PERFORM FORMAT-TODAY-SLASHED
           MOVE WS-TODAY-SLASHED(1:4) TO WS-DR-YEAR
           MOVE WS-TODAY-SLASHED(6:2) TO WS-DR-MM
           IF WS-DR-MM = 1
               MOVE 12 TO WS-DR-MM
               SUBTRACT 1 FROM WS-DR-YEAR
           ELSE
               SUBTRACT 1 FROM WS-DR-MM
           END-IF
           MOVE SPACES TO WS-DR-MONTH
           STRING WS-DR-YEAR "/" WS-DR-MM
               DELIMITED BY SIZE INTO WS-DR-MONTH.

       DUTY-COVERAGE-REPORT.                                         *> Interactive wrapper for the monthly
                                                                      *> coverage reconciliation.
           PERFORM SET-DR-LAST-MONTH
           DISPLAY "Month to reconcile (YYYY/MM) [" WS-DR-MONTH "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DR-DATE-TEXT
           ACCEPT WS-DR-DATE-TEXT
           IF WS-DR-DATE-TEXT NOT = SPACES
               MOVE WS-DR-DATE-TEXT(1:7) TO WS-DR-MONTH
           END-IF
           PERFORM DUTY-COVERAGE-BODY.

       DUTY-COVERAGE-BODY.                                           *> The month in WS-DR-MONTH: every school-day
                                                                      *> shift against the roster, then the roster
                                                                      *> against the visits, MAR sign-offs and
                                                                      *> receipts actually recorded -- the evidence
                                                                      *> the school head signs off on.
           MOVE "Y" TO WS-DR-OK
           IF WS-DR-MONTH(1:4) IS NOT NUMERIC
                   OR WS-DR-MONTH(5:1) NOT = "/"
                   OR WS-DR-MONTH(6:2) IS NOT NUMERIC
                   OR WS-DR-MONTH(6:2) < "01"
                   OR WS-DR-MONTH(6:2) > "12"
               MOVE "N" TO WS-DR-OK
               DISPLAY "Month must be written YYYY/MM, e.g. 2026/09."
           ELSE
               MOVE SPACES TO WS-DR-FROM
               STRING WS-DR-MONTH "/01" DELIMITED BY SIZE
                   INTO WS-DR-FROM
               MOVE SPACES TO WS-DR-TO
               STRING WS-DR-MONTH "/31" DELIMITED BY SIZE
                   INTO WS-DR-TO
               MOVE "DUTYCOVER" TO WS-RO-NAME
               MOVE "MONTHLY CLINIC COVERAGE RECONCILIATION"
                   TO WS-RO-TITLE
               PERFORM OPEN-REPORT-OUTPUT
               MOVE SPACES TO WS-RO-LINE
               STRING "Month: " WS-DR-MONTH "    Campus: "
                   WS-CAMPUS-CODE
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               OPEN INPUT DUTY-ROSTER-FILE
               PERFORM DUTY-COVERAGE-SHIFTS
               PERFORM DUTY-COVERAGE-ACTIVITY
               PERFORM DUTY-COVERAGE-IDLE
               IF WS-DR-FILE-STATUS NOT = "35"
                   CLOSE DUTY-ROSTER-FILE
               END-IF
               PERFORM DUTY-COVERAGE-SIGN-OFF
               PERFORM CLOSE-REPORT-OUTPUT
           END-IF.

       DUTY-COVERAGE-SHIFTS.                                         *> Section 1 -- the roster against the school
                                                                      *> calendar.
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "1. SCHOOL-DAY SHIFT COVERAGE (duty roster)"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-DR-HEADING
           PERFORM DUTY-COVERAGE-GAPS
           PERFORM EMIT-COVERAGE-COUNTS.

       DUTY-COVERAGE-ACTIVITY.                                       *> Section 2 -- the month's visits, MAR
                                                                      *> sign-offs and receipts by day, shift and
                                                                      *> account; anything by an account not on the
                                                                      *> roster for that shift is listed.
           MOVE ZERO TO WS-DR-ACT-COUNT
           MOVE ZERO TO WS-DR-DROPPED
           MOVE ZERO TO WS-DR-UNRECORDED
           MOVE ZERO TO WS-DR-UNROSTERED
           PERFORM DUTY-SCAN-VISITS
           PERFORM DUTY-SCAN-MAR
           PERFORM DUTY-SCAN-RECEIPTS
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "2. ACTIVITY BY STAFF NOT ON THE ROSTER FOR THE SHIFT"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "   (day / shift / account / visits / MAR / receipts)"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE 1 TO WS-DR-ACT-IDX
           PERFORM WS-DR-ACT-COUNT TIMES
               IF WS-DR-ACT-ROSTERED(WS-DR-ACT-IDX) NOT = "Y"
                   ADD 1 TO WS-DR-UNROSTERED
                   MOVE WS-DR-ACT-SHIFT(WS-DR-ACT-IDX)
                       TO WS-DR-SHIFT-CODE
                   PERFORM SET-DR-SHIFT-TEXT
                   MOVE SPACES TO WS-RO-LINE
                   STRING "  ** " WS-DR-ACT-DATE(WS-DR-ACT-IDX)
                       WS-DR-SHIFT-TEXT " "
                       WS-DR-ACT-USER(WS-DR-ACT-IDX) " "
                       WS-DR-ACT-VISITS(WS-DR-ACT-IDX) "   "
                       WS-DR-ACT-MAR(WS-DR-ACT-IDX) "   "
                       WS-DR-ACT-OR(WS-DR-ACT-IDX)
                       DELIMITED BY SIZE INTO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
               ADD 1 TO WS-DR-ACT-IDX
           END-PERFORM
           IF WS-DR-UNROSTERED = ZERO
               MOVE "  None -- every entry was by staff on duty."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE "  (Untimed: receipts and visits with no clock time"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "   are matched against either shift of the day.)"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-DR-UNRECORDED > ZERO
               MOVE SPACES TO WS-RO-LINE
               STRING "  Visits with no attending staff recorded, "
                   "not matched: " WS-DR-UNRECORDED
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF WS-DR-DROPPED > ZERO
               MOVE SPACES TO WS-RO-LINE
               STRING "  Activity rows past the 400 day/shift/account"
                   " table, not matched: " WS-DR-DROPPED
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       DUTY-SCAN-VISITS.                                             *> This campus's own visits in the month --
                                                                      *> outside history and rows carried over from
                                                                      *> another campus are not ours to reconcile.
           MOVE "V" TO WS-DR-IN-KIND
           OPEN INPUT VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ VISIT-HISTORY-FILE NEXT RECORD
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND VH-ATTENDED-BY NOT = WS-TI-EXTERNAL-TAG
                           AND VH-DATE-OF-VISIT(1:7) = WS-DR-MONTH
                       IF VH-CAMPUS-CODE = SPACES
                               OR VH-CAMPUS-CODE = WS-CAMPUS-CODE
                           IF VH-ATTENDED-BY = SPACES
                               ADD 1 TO WS-DR-UNRECORDED
                           ELSE
                               MOVE VH-DATE-OF-VISIT TO WS-DR-IN-DATE
                               MOVE VH-TIME-OF-VISIT TO WS-DR-IN-TIME
                               MOVE VH-ATTENDED-BY   TO WS-DR-IN-USER
                               PERFORM TALLY-DUTY-ACTIVITY
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE VISIT-HISTORY-FILE.

       DUTY-SCAN-MAR.                                                *> Doses signed off in the month.
           MOVE "M" TO WS-DR-IN-KIND
           OPEN INPUT MAR-LOG-FILE
           IF WS-MRL-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               READ MAR-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   IF MRL-DATE(1:7) = WS-DR-MONTH
                           AND MRL-GIVEN-BY NOT = SPACES
                       MOVE MRL-DATE       TO WS-DR-IN-DATE
                       MOVE MRL-TIME-GIVEN TO WS-DR-IN-TIME
                       MOVE MRL-GIVEN-BY   TO WS-DR-IN-USER
                       PERFORM TALLY-DUTY-ACTIVITY
                   END-IF
                   READ MAR-LOG-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MAR-LOG-FILE.

       DUTY-SCAN-RECEIPTS.                                           *> Official receipts issued in the month. The
                                                                      *> register keeps no time, so these match either
                                                                      *> shift of the day.
           MOVE "R" TO WS-DR-IN-KIND
           OPEN INPUT OR-REGISTER-FILE
           IF WS-ORR-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ OR-REGISTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND ORR-ISSUE-DATE(1:7) = WS-DR-MONTH
                       MOVE ORR-ISSUE-DATE TO WS-DR-IN-DATE
                       MOVE SPACES         TO WS-DR-IN-TIME
                       MOVE ORR-ISSUED-BY  TO WS-DR-IN-USER
                       PERFORM TALLY-DUTY-ACTIVITY
                   END-IF
               END-PERFORM
           END-IF
           CLOSE OR-REGISTER-FILE.

       TALLY-DUTY-ACTIVITY.                                          *> Search-or-insert the day/shift/account of
                                                                      *> the WS-DR-IN- row and count it by kind. A
                                                                      *> new entry is checked against the roster as
                                                                      *> it is made. Before 12:00 is the morning.
           IF WS-DR-IN-TIME(1:2) IS NUMERIC
               IF WS-DR-IN-TIME(1:2) < "12"
                   MOVE "A" TO WS-DR-IN-SHIFT
               ELSE
                   MOVE "P" TO WS-DR-IN-SHIFT
               END-IF
           ELSE
               MOVE "D" TO WS-DR-IN-SHIFT
           END-IF
           MOVE "N" TO WS-DR-ACT-FOUND
           MOVE 1 TO WS-DR-ACT-IDX
           PERFORM UNTIL WS-DR-ACT-IDX > WS-DR-ACT-COUNT
                   OR WS-DR-ACT-FOUND = "Y"
               IF WS-DR-ACT-DATE(WS-DR-ACT-IDX) = WS-DR-IN-DATE
                       AND WS-DR-ACT-SHIFT(WS-DR-ACT-IDX)
                           = WS-DR-IN-SHIFT
                       AND WS-DR-ACT-USER(WS-DR-ACT-IDX)
                           = WS-DR-IN-USER
                   MOVE "Y" TO WS-DR-ACT-FOUND
               ELSE
                   ADD 1 TO WS-DR-ACT-IDX
               END-IF
           END-PERFORM
           IF WS-DR-ACT-FOUND NOT = "Y"
               IF WS-DR-ACT-COUNT < 400
                   ADD 1 TO WS-DR-ACT-COUNT
                   MOVE WS-DR-ACT-COUNT TO WS-DR-ACT-IDX
                   MOVE WS-DR-IN-DATE
                       TO WS-DR-ACT-DATE(WS-DR-ACT-IDX)
                   MOVE WS-DR-IN-SHIFT
                       TO WS-DR-ACT-SHIFT(WS-DR-ACT-IDX)
                   MOVE WS-DR-IN-USER
                       TO WS-DR-ACT-USER(WS-DR-ACT-IDX)
                   MOVE ZERO TO WS-DR-ACT-VISITS(WS-DR-ACT-IDX)
                   MOVE ZERO TO WS-DR-ACT-MAR(WS-DR-ACT-IDX)
                   MOVE ZERO TO WS-DR-ACT-OR(WS-DR-ACT-IDX)
                   PERFORM PROBE-DUTY-ROSTER
                   MOVE "Y" TO WS-DR-ACT-FOUND
               ELSE
                   ADD 1 TO WS-DR-DROPPED
               END-IF
           END-IF
           IF WS-DR-ACT-FOUND = "Y"
               EVALUATE WS-DR-IN-KIND
                   WHEN "V"
                       ADD 1 TO WS-DR-ACT-VISITS(WS-DR-ACT-IDX)
                   WHEN "M"
                       ADD 1 TO WS-DR-ACT-MAR(WS-DR-ACT-IDX)
                   WHEN OTHER
                       ADD 1 TO WS-DR-ACT-OR(WS-DR-ACT-IDX)
               END-EVALUATE
           END-IF.

       PROBE-DUTY-ROSTER.                                            *> Was the new entry's account on the roster
                                                                      *> for its shift -- either shift, if untimed?
           MOVE "N" TO WS-DR-ACT-ROSTERED(WS-DR-ACT-IDX)
           IF WS-DR-FILE-STATUS NOT = "35"
               MOVE WS-DR-IN-DATE TO DR-DATE
               MOVE WS-DR-IN-USER TO DR-USERNAME
               IF WS-DR-IN-SHIFT = "D"
                   MOVE "A" TO DR-SHIFT
               ELSE
                   MOVE WS-DR-IN-SHIFT TO DR-SHIFT
               END-IF
               READ DUTY-ROSTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-DR-ACT-ROSTERED(WS-DR-ACT-IDX)
               END-READ
               IF WS-DR-IN-SHIFT = "D"
                       AND WS-DR-ACT-ROSTERED(WS-DR-ACT-IDX) NOT = "Y"
                   MOVE WS-DR-IN-DATE TO DR-DATE
                   MOVE WS-DR-IN-USER TO DR-USERNAME
                   MOVE "P" TO DR-SHIFT
                   READ DUTY-ROSTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y"
                               TO WS-DR-ACT-ROSTERED(WS-DR-ACT-IDX)
                   END-READ
               END-IF
           END-IF.

       DUTY-COVERAGE-IDLE.                                           *> Section 3 -- roster rows for the month with
                                                                      *> nothing recorded by that account on that
                                                                      *> shift.
           MOVE ZERO TO WS-DR-IDLE
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "3. ON THE ROSTER WITH NO RECORDED ACTIVITY"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-DR-FILE-STATUS NOT = "35"
               MOVE WS-DR-FROM TO DR-DATE
               MOVE LOW-VALUES TO DR-SHIFT
               MOVE LOW-VALUES TO DR-USERNAME
               MOVE "N" TO WS-DR-EOF-FLAG
               START DUTY-ROSTER-FILE
                   KEY IS NOT LESS THAN DR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-DR-EOF-FLAG
               END-START
               PERFORM UNTIL WS-DR-EOF-FLAG = "Y"
                   READ DUTY-ROSTER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-DR-EOF-FLAG
                   END-READ
                   IF WS-DR-EOF-FLAG NOT = "Y"
                       IF DR-DATE(1:7) NOT = WS-DR-MONTH
                           MOVE "Y" TO WS-DR-EOF-FLAG
                       ELSE
                           PERFORM CHECK-ROSTER-ROW-ACTIVITY
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-DR-IDLE = ZERO
               MOVE "  None -- everyone rostered recorded something."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "  (A quiet shift is not a lapse -- for the nurse"
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE "   in charge to account for before sign-off.)"
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       CHECK-ROSTER-ROW-ACTIVITY.                                    *> Any activity entry for the roster row in
                                                                      *> hand -- same day and account, same shift or
                                                                      *> untimed?
           MOVE "N" TO WS-DR-ACT-FOUND
           MOVE 1 TO WS-DR-ACT-IDX
           PERFORM UNTIL WS-DR-ACT-IDX > WS-DR-ACT-COUNT
                   OR WS-DR-ACT-FOUND = "Y"
               IF WS-DR-ACT-DATE(WS-DR-ACT-IDX) = DR-DATE
                       AND WS-DR-ACT-USER(WS-DR-ACT-IDX) = DR-USERNAME
                       AND (WS-DR-ACT-SHIFT(WS-DR-ACT-IDX) = DR-SHIFT
                           OR WS-DR-ACT-SHIFT(WS-DR-ACT-IDX) = "D")
                   MOVE "Y" TO WS-DR-ACT-FOUND
               ELSE
                   ADD 1 TO WS-DR-ACT-IDX
               END-IF
           END-PERFORM
           IF WS-DR-ACT-FOUND NOT = "Y"
               ADD 1 TO WS-DR-IDLE
               MOVE DR-SHIFT TO WS-DR-SHIFT-CODE
               PERFORM SET-DR-SHIFT-TEXT
               PERFORM SET-DR-ROLE-TEXT
               MOVE SPACES TO WS-RO-LINE
               STRING "  " DR-DATE WS-DR-SHIFT-TEXT " " DR-USERNAME
                   " " WS-DR-ROLE-TEXT " " DR-NOTE
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       DUTY-COVERAGE-SIGN-OFF.                                       *> Section 4 -- the statement and the lines
                                                                      *> the school head signs.
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "4. COVERAGE STATEMENT" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           IF WS-DR-GAPS = ZERO
               STRING "  All " WS-DR-SHIFTS " school-day shifts in "
                   WS-DR-MONTH " had a nurse on the duty roster."
                   DELIMITED BY SIZE INTO WS-RO-LINE
           ELSE
               STRING "  " WS-DR-GAPS " of " WS-DR-SHIFTS
                   " school-day shifts in " WS-DR-MONTH
                   " had NO nurse on the roster (section 1)."
                   DELIMITED BY SIZE INTO WS-RO-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "  Day/shifts with activity by staff not rostered: "
               WS-DR-UNROSTERED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "  Roster rows with no recorded activity:          "
               WS-DR-IDLE
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "  Prepared by: ______________________  Nurse in charge"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "  Noted by:    ______________________  School Head"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "  Date signed: ______________" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       EQUIPMENT-MENU.                                               *> The measuring equipment behind the vitals --
                                                                      *> register, calibration log, what is due, and
                                                                      *> which readings a failed unit took.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      CLINIC EQUIPMENT REGISTER"
           DISPLAY FRA-ME
           DISPLAY "1) Add or update an item"
           DISPLAY "2) List the register"
           DISPLAY "3) Log a calibration check or maintenance"
           DISPLAY "4) An item's check and maintenance history"
           DISPLAY "5) Calibration due / overdue list"
           DISPLAY "6) Readings taken with an item since its last"
           DISPLAY "   good check"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-EQ-CHOICE
           EVALUATE WS-EQ-CHOICE
               WHEN "1"
                   PERFORM MAINTAIN-EQUIPMENT-ITEM
               WHEN "2"
                   PERFORM LIST-EQUIPMENT-REGISTER
               WHEN "3"
                   PERFORM LOG-EQUIPMENT-CHECK
               WHEN "4"
                   PERFORM LIST-EQUIPMENT-HISTORY
               WHEN "5"
                   PERFORM EQUIPMENT-DUE-REPORT
               WHEN "6"
                   IF WS-USER-ROLE = "CLERK"
                       PERFORM ROLE-NOT-ALLOWED
                   ELSE
                       DISPLAY "Equipment ID: " WITH NO ADVANCING
                       MOVE SPACES TO WS-EQ-ID
                       ACCEPT WS-EQ-ID
                       INSPECT WS-EQ-ID CONVERTING WS-LOWER-ALPHA
                           TO WS-UPPER-ALPHA
                       PERFORM SUSPECT-READINGS-REPORT
                   END-IF
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-EQ-CHOICE NOT = "x" AND WS-EQ-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM EQUIPMENT-MENU
           END-IF.

       READ-EQUIPMENT-ITEM.                                          *> WS-EQ-ID off the register into
                                                                      *> EQUIPMENT-RECORD; WS-EQ-FOUND says whether.
           MOVE "N" TO WS-EQ-FOUND
           OPEN INPUT EQUIPMENT-FILE
           IF WS-EQ-FILE-STATUS NOT = "35"
               MOVE WS-EQ-ID TO EQ-ID
               READ EQUIPMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-EQ-FOUND
               END-READ
               CLOSE EQUIPMENT-FILE
           END-IF.

       MAINTAIN-EQUIPMENT-ITEM.                                      *> Add an item, or change one already on the
                                                                      *> register -- Enter keeps each value shown.
           DISPLAY "Equipment ID (asset tag, e.g. SCALE-02): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-EQ-ID
           ACCEPT WS-EQ-ID
           INSPECT WS-EQ-ID CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           IF WS-EQ-ID = SPACES
               DISPLAY "Nothing saved."
           ELSE
               PERFORM READ-EQUIPMENT-ITEM
               IF WS-EQ-FOUND NOT = "Y"
                   DISPLAY "New item."
                   MOVE SPACES TO EQUIPMENT-RECORD
                   MOVE WS-EQ-ID TO EQ-ID
                   MOVE "S" TO EQ-KIND
                   MOVE 180 TO EQ-INTERVAL-DAYS
                   MOVE "A" TO EQ-STATUS
               ELSE
                   PERFORM SHOW-EQUIPMENT-ITEM
               END-IF
               PERFORM EDIT-EQUIPMENT-FIELDS
               PERFORM SAVE-EQUIPMENT-ITEM
           END-IF.

       EDIT-EQUIPMENT-FIELDS.                                        *> Prompt for each register field in turn.
           DISPLAY "Kind S)cale, B)P apparatus, T)hermometer,"
           DISPLAY "O)ther [" EQ-KIND "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-EQ-ANSWER
           ACCEPT WS-EQ-ANSWER
           INSPECT WS-EQ-ANSWER CONVERTING "sbto" TO "SBTO"
           IF WS-EQ-ANSWER = "S" OR WS-EQ-ANSWER = "B"
                   OR WS-EQ-ANSWER = "T" OR WS-EQ-ANSWER = "O"
               MOVE WS-EQ-ANSWER TO EQ-KIND
           END-IF
           DISPLAY "Item (make/model) [" EQ-DESCRIPTION "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-EQ-TEXT
           ACCEPT WS-EQ-TEXT
           IF WS-EQ-TEXT NOT = SPACES
               MOVE WS-EQ-TEXT TO EQ-DESCRIPTION
           END-IF
           DISPLAY "Serial number [" EQ-SERIAL "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-EQ-TEXT
           ACCEPT WS-EQ-TEXT
           IF WS-EQ-TEXT NOT = SPACES
               MOVE WS-EQ-TEXT TO EQ-SERIAL
           END-IF
           DISPLAY "Location [" EQ-LOCATION "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-EQ-TEXT
           ACCEPT WS-EQ-TEXT
           IF WS-EQ-TEXT NOT = SPACES
               MOVE WS-EQ-TEXT TO EQ-LOCATION
           END-IF
           DISPLAY "Date acquired (YYYY/MM/DD) [" EQ-ACQUIRED-DATE
               "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-EQ-TEXT
           ACCEPT WS-EQ-TEXT
           IF WS-EQ-TEXT NOT = SPACES
               MOVE WS-EQ-TEXT TO EQ-ACQUIRED-DATE
           END-IF
           DISPLAY "Days between calibration checks ["
               EQ-INTERVAL-DAYS "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-EQ-INTERVAL-TEXT
           ACCEPT WS-EQ-INTERVAL-TEXT
           IF WS-EQ-INTERVAL-TEXT(1:3) IS NUMERIC
               MOVE WS-EQ-INTERVAL-TEXT TO EQ-INTERVAL-DAYS
           ELSE
               IF WS-EQ-INTERVAL-TEXT(1:2) IS NUMERIC
                   MOVE ZERO TO EQ-INTERVAL-DAYS
                   MOVE WS-EQ-INTERVAL-TEXT(1:2)
                       TO EQ-INTERVAL-DAYS(2:2)
               END-IF
           END-IF
           IF EQ-NEXT-DUE-DATE = SPACES
               DISPLAY "First check due (YYYY/MM/DD; Enter = due"
               DISPLAY "now): " WITH NO ADVANCING
           ELSE
               DISPLAY "Next check due [" EQ-NEXT-DUE-DATE "]: "
                   WITH NO ADVANCING
           END-IF
           MOVE SPACES TO WS-EQ-TEXT
           ACCEPT WS-EQ-TEXT
           IF WS-EQ-TEXT NOT = SPACES
               MOVE WS-EQ-TEXT TO EQ-NEXT-DUE-DATE
           END-IF
           IF EQ-NEXT-DUE-DATE = SPACES
               PERFORM FORMAT-TODAY-SLASHED
               MOVE WS-TODAY-SLASHED TO EQ-NEXT-DUE-DATE
           END-IF
           DISPLAY "Status A)in service, O)ut of service, R)etired ["
               EQ-STATUS "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-EQ-ANSWER
           ACCEPT WS-EQ-ANSWER
           INSPECT WS-EQ-ANSWER CONVERTING "aor" TO "AOR"
           IF WS-EQ-ANSWER = "A" OR WS-EQ-ANSWER = "O"
                   OR WS-EQ-ANSWER = "R"
               MOVE WS-EQ-ANSWER TO EQ-STATUS
           END-IF.

       SAVE-EQUIPMENT-ITEM.                                          *> Write or rewrite EQUIPMENT-RECORD.
           MOVE WS-CURRENT-USER TO EQ-UPDATED-BY
           OPEN I-O EQUIPMENT-FILE
           IF WS-EQ-FILE-STATUS = "35"                               *> File does not exist yet -- create it.
               OPEN OUTPUT EQUIPMENT-FILE
               CLOSE EQUIPMENT-FILE
               OPEN I-O EQUIPMENT-FILE
           END-IF
           WRITE EQUIPMENT-RECORD
               INVALID KEY
                   REWRITE EQUIPMENT-RECORD
           END-WRITE
           DISPLAY "Saved " EQ-ID ", next check due "
               EQ-NEXT-DUE-DATE "."
           CLOSE EQUIPMENT-FILE.

       SET-EQUIPMENT-TEXT.                                           *> Words for EQ-KIND and EQ-STATUS.
           EVALUATE EQ-KIND
               WHEN "S"
                   MOVE "Scale" TO WS-EQ-KIND-TEXT
               WHEN "B"
                   MOVE "BP apparatus" TO WS-EQ-KIND-TEXT
               WHEN "T"
                   MOVE "Thermometer" TO WS-EQ-KIND-TEXT
               WHEN OTHER
                   MOVE "Other" TO WS-EQ-KIND-TEXT
           END-EVALUATE
           EVALUATE EQ-STATUS
               WHEN "O"
                   MOVE "OUT OF SERVICE" TO WS-EQ-STATUS-TEXT
               WHEN "R"
                   MOVE "Retired" TO WS-EQ-STATUS-TEXT
               WHEN OTHER
                   MOVE "In service" TO WS-EQ-STATUS-TEXT
           END-EVALUATE.

       SHOW-EQUIPMENT-ITEM.                                          *> The register entry in EQUIPMENT-RECORD.
           PERFORM SET-EQUIPMENT-TEXT
           DISPLAY EQ-ID " " WS-EQ-KIND-TEXT " " EQ-DESCRIPTION
           DISPLAY "   Serial " EQ-SERIAL " at " EQ-LOCATION
           DISPLAY "   Acquired " EQ-ACQUIRED-DATE "  "
               WS-EQ-STATUS-TEXT
           DISPLAY "   Last check " EQ-LAST-CHECK-DATE " ("
               EQ-LAST-RESULT ")  last passed " EQ-LAST-GOOD-DATE
           DISPLAY "   Next due " EQ-NEXT-DUE-DATE "  every "
               EQ-INTERVAL-DAYS " days".

       LIST-EQUIPMENT-REGISTER.                                      *> Every item on the register, in ID order.
           MOVE "EQUIPREG" TO WS-RO-NAME
           MOVE "CLINIC EQUIPMENT REGISTER" TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           MOVE ZERO TO WS-EQ-COUNT
           OPEN INPUT EQUIPMENT-FILE
           IF WS-EQ-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EQ-EOF-FLAG
               PERFORM UNTIL WS-EQ-EOF-FLAG = "Y"
                   READ EQUIPMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EQ-EOF-FLAG
                   END-READ
                   IF WS-EQ-EOF-FLAG NOT = "Y"
                       ADD 1 TO WS-EQ-COUNT
                       PERFORM SET-EQUIPMENT-TEXT
                       MOVE SPACES TO WS-RO-LINE
                       STRING EQ-ID " " WS-EQ-KIND-TEXT " "
                           EQ-DESCRIPTION " " EQ-SERIAL
                           DELIMITED BY SIZE INTO WS-RO-LINE
                       PERFORM EMIT-REPORT-LINE
                       MOVE SPACES TO WS-RO-LINE
                       STRING "           " EQ-LOCATION " acq "
                           EQ-ACQUIRED-DATE " due "
                           EQ-NEXT-DUE-DATE " " WS-EQ-STATUS-TEXT
                           DELIMITED BY SIZE INTO WS-RO-LINE
                       PERFORM EMIT-REPORT-LINE
                   END-IF
               END-PERFORM
               CLOSE EQUIPMENT-FILE
           END-IF
           IF WS-EQ-COUNT = ZERO
               MOVE "No equipment on the register yet." TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM CLOSE-REPORT-OUTPUT.

       LOG-EQUIPMENT-CHECK.                                          *> One calibration check or repair. A pass
                                                                      *> puts the item back in service and sets the
                                                                      *> next due date; a fail takes it out of service
                                                                      *> and offers the list of readings it took.
           DISPLAY "Equipment ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-EQ-ID
           ACCEPT WS-EQ-ID
           INSPECT WS-EQ-ID CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           PERFORM READ-EQUIPMENT-ITEM
           IF WS-EQ-FOUND NOT = "Y"
               DISPLAY "Not on the equipment register."
           ELSE
               PERFORM SHOW-EQUIPMENT-ITEM
               PERFORM LOG-EQUIPMENT-CHECK-BODY
           END-IF.

       LOG-EQUIPMENT-CHECK-BODY.                                     *> Key the log entry for the item found.
           MOVE "Y" TO WS-EQ-OK
           PERFORM FORMAT-TODAY-SLASHED
           MOVE SPACES TO EQUIPMENT-LOG-RECORD
           MOVE EQ-ID TO EL-EQ-ID
           DISPLAY "Date done (YYYY/MM/DD) [" WS-TODAY-SLASHED "]: "
               WITH NO ADVANCING
           ACCEPT EL-DATE
           IF EL-DATE = SPACES
               MOVE WS-TODAY-SLASHED TO EL-DATE
           END-IF
           DISPLAY "C)alibration check or M)aintenance/repair [C]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-EQ-ANSWER
           ACCEPT WS-EQ-ANSWER
           IF WS-EQ-ANSWER = "M" OR WS-EQ-ANSWER = "m"
               MOVE "M" TO EL-KIND
           ELSE
               MOVE "C" TO EL-KIND
               DISPLAY "Result P)assed or F)ailed: " WITH NO ADVANCING
               MOVE SPACES TO WS-EQ-ANSWER
               ACCEPT WS-EQ-ANSWER
               INSPECT WS-EQ-ANSWER CONVERTING "pf" TO "PF"
               IF WS-EQ-ANSWER = "P" OR WS-EQ-ANSWER = "F"
                   MOVE WS-EQ-ANSWER TO EL-RESULT
               ELSE
                   MOVE "N" TO WS-EQ-OK
                   DISPLAY "A check must be passed or failed --"
                       " nothing logged."
               END-IF
           END-IF
           IF WS-EQ-OK = "Y"
               DISPLAY "Finding (e.g. reads +2.0 kg on 20 kg test): "
                   WITH NO ADVANCING
               ACCEPT EL-FINDING
               DISPLAY "Done by (technician/supplier): "
                   WITH NO ADVANCING
               ACCEPT EL-DONE-BY
               MOVE EQ-NEXT-DUE-DATE TO EL-NEXT-DUE
               IF EL-KIND = "C" AND EL-RESULT = "P"
                   MOVE EL-DATE TO WS-AD-DATE
                   PERFORM EQ-INTERVAL-DAYS TIMES
                       PERFORM ADD-ONE-DAY
                   END-PERFORM
                   MOVE WS-AD-DATE TO EL-NEXT-DUE
               END-IF
               DISPLAY "Next check due [" EL-NEXT-DUE "]: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-EQ-TEXT
               ACCEPT WS-EQ-TEXT
               IF WS-EQ-TEXT NOT = SPACES
                   MOVE WS-EQ-TEXT TO EL-NEXT-DUE
               END-IF
               MOVE WS-CURRENT-USER TO EL-LOGGED-BY
               PERFORM WRITE-EQUIPMENT-LOG
               PERFORM APPLY-EQUIPMENT-CHECK
           END-IF.

       WRITE-EQUIPMENT-LOG.                                          *> File EQUIPMENT-LOG-RECORD under the next free
                                                                      *> number for the item and day.
           OPEN I-O EQUIPMENT-LOG-FILE
           IF WS-EL-FILE-STATUS = "35"                               *> File does not exist yet -- create it.
               OPEN OUTPUT EQUIPMENT-LOG-FILE
               CLOSE EQUIPMENT-LOG-FILE
               OPEN I-O EQUIPMENT-LOG-FILE
           END-IF
           MOVE 1 TO WS-EL-SEQ
           MOVE "N" TO WS-EL-EOF-FLAG
           PERFORM UNTIL WS-EL-EOF-FLAG = "Y"
               MOVE WS-EL-SEQ TO EL-SEQ
               WRITE EQUIPMENT-LOG-RECORD
                   INVALID KEY
                       ADD 1 TO WS-EL-SEQ
                       IF WS-EL-SEQ > 98
                           DISPLAY "Too many entries for that item"
                           DISPLAY "on that day -- not saved."
                           MOVE "Y" TO WS-EL-EOF-FLAG
                       END-IF
                   NOT INVALID KEY
                       MOVE "Y" TO WS-EL-EOF-FLAG
                       DISPLAY "Logged."
               END-WRITE
           END-PERFORM
           CLOSE EQUIPMENT-LOG-FILE.

       APPLY-EQUIPMENT-CHECK.                                        *> Carry the log entry onto the register item.
           MOVE EL-NEXT-DUE TO EQ-NEXT-DUE-DATE
           IF EL-KIND = "C"
               MOVE EL-DATE   TO EQ-LAST-CHECK-DATE
               MOVE EL-RESULT TO EQ-LAST-RESULT
               IF EL-RESULT = "P"
                   MOVE EL-DATE TO EQ-LAST-GOOD-DATE
                   IF EQ-STATUS NOT = "R"
                       MOVE "A" TO EQ-STATUS
                   END-IF
               ELSE
                   MOVE "O" TO EQ-STATUS
               END-IF
           END-IF
           PERFORM SAVE-EQUIPMENT-ITEM
           IF EL-KIND = "C" AND EL-RESULT = "F"
               DISPLAY "** " EQ-ID " is now OUT OF SERVICE."
               DISPLAY "List the readings it took since its last good"
               DISPLAY "check? [Y/N]: " WITH NO ADVANCING
               MOVE SPACES TO WS-EQ-ANSWER
               ACCEPT WS-EQ-ANSWER
               IF WS-EQ-ANSWER = "Y" OR WS-EQ-ANSWER = "y"
                   MOVE EQ-ID TO WS-EQ-ID
                   PERFORM SUSPECT-READINGS-REPORT
               END-IF
           END-IF.

       LIST-EQUIPMENT-HISTORY.                                       *> Every log entry for one item, oldest first.
           DISPLAY "Equipment ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-EQ-ID
           ACCEPT WS-EQ-ID
           INSPECT WS-EQ-ID CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           PERFORM READ-EQUIPMENT-ITEM
           IF WS-EQ-FOUND NOT = "Y"
               DISPLAY "Not on the equipment register."
           ELSE
               PERFORM SHOW-EQUIPMENT-ITEM
               DISPLAY FRA-ME
               MOVE ZERO TO WS-EQ-COUNT
               OPEN INPUT EQUIPMENT-LOG-FILE
               IF WS-EL-FILE-STATUS NOT = "35"
                   MOVE WS-EQ-ID   TO EL-EQ-ID
                   MOVE LOW-VALUES TO EL-DATE
                   MOVE ZERO       TO EL-SEQ
                   MOVE "N" TO WS-EL-EOF-FLAG
                   START EQUIPMENT-LOG-FILE
                       KEY IS NOT LESS THAN EL-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-EL-EOF-FLAG
                   END-START
                   PERFORM UNTIL WS-EL-EOF-FLAG = "Y"
                       READ EQUIPMENT-LOG-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EL-EOF-FLAG
                       END-READ
                       IF WS-EL-EOF-FLAG NOT = "Y"
                           IF EL-EQ-ID NOT = WS-EQ-ID
                               MOVE "Y" TO WS-EL-EOF-FLAG
                           ELSE
                               ADD 1 TO WS-EQ-COUNT
                               DISPLAY EL-DATE " " EL-KIND EL-RESULT
                                   " " EL-FINDING
                               DISPLAY "              by " EL-DONE-BY
                                   " next " EL-NEXT-DUE
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE EQUIPMENT-LOG-FILE
               IF WS-EQ-COUNT = ZERO
                   DISPLAY "No checks or maintenance logged yet."
               ELSE
                   DISPLAY "(C = calibration check, M = maintenance;"
                       " P/F = passed/failed)"
               END-IF
           END-IF.

       EQUIPMENT-DUE-REPORT.                                         *> Items in service whose check falls due in
                                                                      *> the next 30 days or is already past, plus
                                                                      *> anything out of service.
           PERFORM FORMAT-TODAY-SLASHED
           MOVE WS-TODAY-SLASHED TO WS-AD-DATE
           PERFORM 30 TIMES
               PERFORM ADD-ONE-DAY
           END-PERFORM
           MOVE WS-AD-DATE TO WS-EQ-WARN-DATE
           MOVE "EQUIPDUE" TO WS-RO-NAME
           MOVE "EQUIPMENT CALIBRATION DUE / OVERDUE" TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           MOVE SPACES TO WS-RO-LINE
           STRING "Due on or before " WS-EQ-WARN-DATE
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM SCAN-EQUIPMENT-DUE
           IF WS-EQ-SHOWN = ZERO
               MOVE "Nothing due -- every item is in calibration."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM CLOSE-REPORT-OUTPUT.

       SCAN-EQUIPMENT-DUE.                                           *> One line per item due by WS-EQ-WARN-DATE
                                                                      *> or out of service; retired items are left
                                                                      *> out. Counted in WS-EQ-SHOWN.
           MOVE ZERO TO WS-EQ-SHOWN
           OPEN INPUT EQUIPMENT-FILE
           IF WS-EQ-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EQ-EOF-FLAG
               PERFORM UNTIL WS-EQ-EOF-FLAG = "Y"
                   READ EQUIPMENT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EQ-EOF-FLAG
                   END-READ
                   IF WS-EQ-EOF-FLAG NOT = "Y" AND EQ-STATUS NOT = "R"
                       IF EQ-STATUS = "O"
                               OR EQ-NEXT-DUE-DATE NOT > WS-EQ-WARN-DATE
                           ADD 1 TO WS-EQ-SHOWN
                           PERFORM SET-EQUIPMENT-TEXT
                           MOVE SPACES TO WS-RO-LINE
                           IF EQ-STATUS = "O"
                               STRING EQ-ID " " EQ-LOCATION
                                   " OUT OF SERVICE since "
                                   EQ-LAST-CHECK-DATE
                                   DELIMITED BY SIZE INTO WS-RO-LINE
                           ELSE
                               IF EQ-NEXT-DUE-DATE < WS-TODAY-SLASHED
                                   STRING EQ-ID " " EQ-LOCATION
                                       " OVERDUE since "
                                       EQ-NEXT-DUE-DATE
                                       DELIMITED BY SIZE
                                       INTO WS-RO-LINE
                               ELSE
                                   STRING EQ-ID " " EQ-LOCATION
                                       " due " EQ-NEXT-DUE-DATE
                                       DELIMITED BY SIZE
                                       INTO WS-RO-LINE
                               END-IF
                           END-IF
                           PERFORM EMIT-REPORT-LINE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE EQUIPMENT-FILE
           END-IF.

       DASHBOARD-SHOW-EQUIPMENT-DUE.                                 *> Equipment due for a check this coming week,
                                                                      *> overdue, or out of service.
           MOVE WS-TODAY-SLASHED TO WS-AD-DATE
           PERFORM 7 TIMES
               PERFORM ADD-ONE-DAY
           END-PERFORM
           MOVE WS-AD-DATE TO WS-EQ-WARN-DATE
           OPEN INPUT EQUIPMENT-FILE
           IF WS-EQ-FILE-STATUS NOT = "35"
               CLOSE EQUIPMENT-FILE
               DISPLAY "** EQUIPMENT CALIBRATION DUE / OVERDUE **"
               PERFORM SCAN-EQUIPMENT-DUE
               IF WS-EQ-SHOWN = ZERO
                   DISPLAY "   (none this week)"
               END-IF
           END-IF.

       ASK-VITALS-DEVICES.                                           *> Which register items took the readings just
                                                                      *> keyed -- asked only once a register is kept,
                                                                      *> and only for the readings actually taken.
           MOVE SPACES TO WS-VD-SCALE-ID
           MOVE SPACES TO WS-VD-BP-ID
           MOVE SPACES TO WS-VD-THERMO-ID
           OPEN INPUT EQUIPMENT-FILE
           IF WS-EQ-FILE-STATUS NOT = "35"
               IF WS-VT-TEMPERATURE NOT = SPACES
                   MOVE "Thermometer used" TO WS-VD-PROMPT
                   MOVE "T" TO WS-VD-KIND
                   MOVE WS-VD-LAST-THERMO TO WS-VD-DEFAULT
                   PERFORM ASK-ONE-DEVICE
                   MOVE WS-VD-ANSWER TO WS-VD-THERMO-ID
                   MOVE WS-VD-ANSWER TO WS-VD-LAST-THERMO
               END-IF
               IF WS-VT-BLOOD-PRESSURE NOT = SPACES
                   MOVE "BP apparatus used" TO WS-VD-PROMPT
                   MOVE "B" TO WS-VD-KIND
                   MOVE WS-VD-LAST-BP TO WS-VD-DEFAULT
                   PERFORM ASK-ONE-DEVICE
                   MOVE WS-VD-ANSWER TO WS-VD-BP-ID
                   MOVE WS-VD-ANSWER TO WS-VD-LAST-BP
               END-IF
               IF WS-VT-HEIGHT > ZERO OR WS-VT-WEIGHT > ZERO
                   MOVE "Scale used" TO WS-VD-PROMPT
                   MOVE "S" TO WS-VD-KIND
                   MOVE WS-VD-LAST-SCALE TO WS-VD-DEFAULT
                   PERFORM ASK-ONE-DEVICE
                   MOVE WS-VD-ANSWER TO WS-VD-SCALE-ID
                   MOVE WS-VD-ANSWER TO WS-VD-LAST-SCALE
               END-IF
               CLOSE EQUIPMENT-FILE
           END-IF.

       ASK-SCREENING-THERMOMETER.                                    *> Fever screening uses one thermometer for the
                                                                      *> session; febrile readings are filed against it.
           MOVE SPACES TO WS-VD-SCALE-ID
           MOVE SPACES TO WS-VD-BP-ID
           MOVE SPACES TO WS-VD-THERMO-ID
           OPEN INPUT EQUIPMENT-FILE
           IF WS-EQ-FILE-STATUS NOT = "35"
               MOVE "Thermometer used" TO WS-VD-PROMPT
               MOVE "T" TO WS-VD-KIND
               MOVE WS-VD-LAST-THERMO TO WS-VD-DEFAULT
               PERFORM ASK-ONE-DEVICE
               MOVE WS-VD-ANSWER TO WS-VD-THERMO-ID
               MOVE WS-VD-ANSWER TO WS-VD-LAST-THERMO
               CLOSE EQUIPMENT-FILE
           END-IF.

       ASK-ONE-DEVICE.                                               *> One device by equipment ID into
                                                                      *> WS-VD-ANSWER: Enter keeps the one named last,
                                                                      *> "0" records none. EQUIPMENT-FILE is open.
           IF WS-VD-DEFAULT = SPACES
               DISPLAY "   " WS-VD-PROMPT " (equipment ID,"
                   " Enter = none): " WITH NO ADVANCING
           ELSE
               DISPLAY "   " WS-VD-PROMPT " [" WS-VD-DEFAULT
                   "] (0 = none): " WITH NO ADVANCING
           END-IF
           MOVE SPACES TO WS-VD-ANSWER
           ACCEPT WS-VD-ANSWER
           IF WS-VD-ANSWER = SPACES
               MOVE WS-VD-DEFAULT TO WS-VD-ANSWER
           END-IF
           IF WS-VD-ANSWER = "0"
               MOVE SPACES TO WS-VD-ANSWER
           END-IF
           INSPECT WS-VD-ANSWER CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           IF WS-VD-ANSWER NOT = SPACES
               MOVE WS-VD-ANSWER TO EQ-ID
               READ EQUIPMENT-FILE
                   INVALID KEY
                       DISPLAY "   " WS-VD-ANSWER " is not on the"
                           " equipment register -- not recorded."
                       MOVE SPACES TO WS-VD-ANSWER
                   NOT INVALID KEY
                       PERFORM CHECK-DEVICE-FIT
               END-READ
           END-IF.

       CHECK-DEVICE-FIT.                                             *> The item named is the right kind, and warn
                                                                      *> when it is out of service or overdue -- the
                                                                      *> reading is still recorded as taken.
           IF EQ-KIND NOT = WS-VD-KIND
               PERFORM SET-EQUIPMENT-TEXT
               DISPLAY "   " EQ-ID " is a " WS-EQ-KIND-TEXT
                   " -- not recorded."
               MOVE SPACES TO WS-VD-ANSWER
           ELSE
               PERFORM FORMAT-TODAY-SLASHED
               IF EQ-STATUS = "O" OR EQ-STATUS = "R"
                   DISPLAY "   ** " EQ-ID " is OUT OF SERVICE --"
                       " use another unit and re-take the reading."
               ELSE
                   IF EQ-NEXT-DUE-DATE < WS-TODAY-SLASHED
                       DISPLAY "   ** " EQ-ID " calibration overdue"
                           " since " EQ-NEXT-DUE-DATE "."
                   END-IF
               END-IF
           END-IF.

       WRITE-VITALS-DEVICES.                                         *> File the devices named under the visit row
                                                                      *> just written, WS-VD-VISIT-KEY.
           IF WS-VD-SCALE-ID NOT = SPACES
                   OR WS-VD-BP-ID NOT = SPACES
                   OR WS-VD-THERMO-ID NOT = SPACES
               MOVE WS-VD-VISIT-KEY TO VD-KEY
               MOVE WS-VD-SCALE-ID  TO VD-SCALE-ID
               MOVE WS-VD-BP-ID     TO VD-BP-ID
               MOVE WS-VD-THERMO-ID TO VD-THERMO-ID
               OPEN I-O VITALS-DEVICE-FILE
               IF WS-VD-FILE-STATUS = "35"                           *> File does not exist yet -- create it.
                   OPEN OUTPUT VITALS-DEVICE-FILE
                   CLOSE VITALS-DEVICE-FILE
                   OPEN I-O VITALS-DEVICE-FILE
               END-IF
               WRITE VITALS-DEVICE-RECORD
                   INVALID KEY
                       REWRITE VITALS-DEVICE-RECORD
               END-WRITE
               CLOSE VITALS-DEVICE-FILE
           END-IF.

       SUSPECT-READINGS-REPORT.                                      *> Every visit whose vitals were taken with
                                                                      *> WS-EQ-ID from its last passed check onward
                                                                      *> -- through the failed check when it is out
                                                                      *> of service, else through today.
           PERFORM READ-EQUIPMENT-ITEM
           IF WS-EQ-FOUND NOT = "Y"
               DISPLAY "Not on the equipment register."
           ELSE
               PERFORM FORMAT-TODAY-SLASHED
               MOVE EQ-LAST-GOOD-DATE TO WS-EQ-FROM
               IF WS-EQ-FROM = SPACES
                   MOVE EQ-ACQUIRED-DATE TO WS-EQ-FROM
               END-IF
               MOVE WS-TODAY-SLASHED TO WS-EQ-TO
               IF EQ-STATUS = "O" AND EQ-LAST-CHECK-DATE NOT = SPACES
                   MOVE EQ-LAST-CHECK-DATE TO WS-EQ-TO
               END-IF
               MOVE "SUSPECTRDG" TO WS-RO-NAME
               MOVE "READINGS TAKEN SINCE LAST GOOD CALIBRATION"
                   TO WS-RO-TITLE
               PERFORM OPEN-REPORT-OUTPUT
               PERFORM SET-EQUIPMENT-TEXT
               MOVE SPACES TO WS-RO-LINE
               STRING EQ-ID " " WS-EQ-KIND-TEXT " " EQ-DESCRIPTION
                   " " EQ-LOCATION
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE SPACES TO WS-RO-LINE
               STRING "Visits " WS-EQ-FROM " to " WS-EQ-TO
                   " (last passed " EQ-LAST-GOOD-DATE
                   ", last check " EQ-LAST-CHECK-DATE " "
                   EQ-LAST-RESULT ")"
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE SPACES TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM SCAN-SUSPECT-READINGS
               MOVE SPACES TO WS-RO-LINE
               STRING "Readings listed: " WS-EQ-COUNT
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               IF WS-EQ-COUNT > ZERO AND EQ-KIND = "S"
                   MOVE "Heights, weights and BMIs above also feed the"
                       TO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
                   MOVE "nutritional status report -- re-weigh these"
                       TO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
                   MOVE "students on a good scale."
                       TO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
               PERFORM CLOSE-REPORT-OUTPUT
           END-IF.

       SCAN-SUSPECT-READINGS.                                        *> Walk the device rows; for each one naming
                                                                      *> the item inside the window, read the visit
                                                                      *> row back for the reading itself.
           MOVE ZERO TO WS-EQ-COUNT
           OPEN INPUT VITALS-DEVICE-FILE
           IF WS-VD-FILE-STATUS NOT = "35"
               OPEN INPUT VISIT-HISTORY-FILE
               PERFORM CHECK-VH-OPEN-STATUS
               MOVE "N" TO WS-VD-EOF-FLAG
               PERFORM UNTIL WS-VD-EOF-FLAG = "Y"
                   READ VITALS-DEVICE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-VD-EOF-FLAG
                   END-READ
                   IF WS-VD-EOF-FLAG NOT = "Y"
                           AND VD-DATE-OF-VISIT NOT < WS-EQ-FROM
                           AND VD-DATE-OF-VISIT NOT > WS-EQ-TO
                       IF VD-SCALE-ID = WS-EQ-ID
                               OR VD-BP-ID = WS-EQ-ID
                               OR VD-THERMO-ID = WS-EQ-ID
                           ADD 1 TO WS-EQ-COUNT
                           PERFORM SHOW-SUSPECT-READING
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE VISIT-HISTORY-FILE
           END-IF
           CLOSE VITALS-DEVICE-FILE.

       SHOW-SUSPECT-READING.                                         *> One line: the visit and the reading the item
                                                                      *> in WS-EQ-ID took on it.
           MOVE SPACES TO WS-RO-LINE
           MOVE "N" TO WS-EQ-OK
           IF WS-VH-FILE-STATUS NOT = "35"
               MOVE VD-KEY TO VH-KEY
               READ VISIT-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-EQ-OK
               END-READ
           END-IF
           IF WS-EQ-OK NOT = "Y"
               STRING VD-STUDENT-NUMBER " " VD-DATE-OF-VISIT
                   VD-TIME-OF-VISIT
                   "  (visit row no longer on file)"
                   DELIMITED BY SIZE INTO WS-RO-LINE
           ELSE
               EVALUATE EQ-KIND
                   WHEN "S"
                       STRING VD-STUDENT-NUMBER " " VD-DATE-OF-VISIT
                           VD-TIME-OF-VISIT "  Ht " VH-HEIGHT-CM
                           " Wt " VH-WEIGHT-KG " BMI " VH-BMI
                           "  " VH-ATTENDED-BY
                           DELIMITED BY SIZE INTO WS-RO-LINE
                   WHEN "B"
                       STRING VD-STUDENT-NUMBER " " VD-DATE-OF-VISIT
                           VD-TIME-OF-VISIT "  BP " VH-BLOOD-PRESSURE
                           "  " VH-ATTENDED-BY
                           DELIMITED BY SIZE INTO WS-RO-LINE
                   WHEN OTHER
                       STRING VD-STUDENT-NUMBER " " VD-DATE-OF-VISIT
                           VD-TIME-OF-VISIT "  Temp " VH-TEMPERATURE
                           "  " VH-ATTENDED-BY
                           DELIMITED BY SIZE INTO WS-RO-LINE
               END-EVALUATE
           END-IF
           PERFORM EMIT-REPORT-LINE.

       INSURANCE-ENROLL-IMPORT.                                      *> Load the insurer's enrollee list -- one
                                                                      *> coverage row per student and school year. A
                                                                      *> student already loaded is brought up to the
                                                                      *> list; benefit approved so far is kept.
           DISPLAY FRA-ME
           DISPLAY "Reads /home/zelly/INSENROL.DAT -- student,policy,"
           DISPLAY "school year,coverage type,per-incident limit,"
           DISPLAY "annual limit,premium,date paid (blank if unpaid)."
           OPEN INPUT INS-ENROLL-FILE
           IF WS-CV-ENROLL-STATUS = "35"
               DISPLAY "No enrollee list found -- nothing to do."
               CLOSE INS-ENROLL-FILE
           ELSE
               MOVE ZERO TO WS-CV-LOADED
               MOVE ZERO TO WS-CV-UPDATED
               MOVE ZERO TO WS-CV-REJECTED
               OPEN OUTPUT INS-ENROLL-REJECT-FILE
               MOVE "N" TO WS-EOF-FLAG
               READ INS-ENROLL-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   IF INS-ENROLL-RECORD NOT = SPACES
                           AND INS-ENROLL-RECORD(1:1) NOT = "*"
                       PERFORM IMPORT-ONE-ENROLLEE
                   END-IF
                   READ INS-ENROLL-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM
               CLOSE INS-ENROLL-FILE
               CLOSE INS-ENROLL-REJECT-FILE
               DISPLAY FRA-ME
               DISPLAY "Enrollees added:       " WS-CV-LOADED
               DISPLAY "Enrollees brought up"
               DISPLAY "to the list:           " WS-CV-UPDATED
               DISPLAY "Rejected (see file):   " WS-CV-REJECTED
               DISPLAY "Rejects written to"
               DISPLAY "/home/zelly/INSENROL_REJECTS.txt"
           END-IF.

       IMPORT-ONE-ENROLLEE.                                          *> Parse and check one line, then add or
                                                                      *> update the coverage row.
           MOVE SPACES TO WS-CV-STUDENT
           MOVE SPACES TO WS-CV-POLICY
           MOVE SPACES TO WS-CV-SY
           MOVE SPACES TO WS-CV-TYPE
           MOVE SPACES TO WS-CV-PER-TEXT
           MOVE SPACES TO WS-CV-ANNUAL-TEXT
           MOVE SPACES TO WS-CV-PREMIUM-TEXT
           MOVE SPACES TO WS-CV-PAID-DATE
           UNSTRING INS-ENROLL-RECORD DELIMITED BY ","
               INTO WS-CV-STUDENT WS-CV-POLICY WS-CV-SY
                   WS-CV-TYPE WS-CV-PER-TEXT WS-CV-ANNUAL-TEXT
                   WS-CV-PREMIUM-TEXT WS-CV-PAID-DATE
           MOVE SPACES TO WS-CV-REASON
           MOVE WS-CV-STUDENT TO WS-STUDENT-NUMBER
           PERFORM CHECK-DUPLICATE-STUDENT
           IF WS-DUPLICATE-FOUND NOT = "Y"
               MOVE "NO CLINIC RECORD" TO WS-CV-REASON
           END-IF
           IF WS-CV-REASON = SPACES AND WS-CV-POLICY = SPACES
               MOVE "NO POLICY NUMBER" TO WS-CV-REASON
           END-IF
           IF WS-CV-REASON = SPACES
               PERFORM CHECK-CV-SY
               IF WS-CV-OK NOT = "Y"
                   MOVE "SCHOOL YEAR NOT YYYY-YYYY" TO WS-CV-REASON
               END-IF
           END-IF
           IF WS-CV-REASON = SPACES
               MOVE WS-CV-PER-TEXT TO WS-CV-AMT-TEXT
               PERFORM PARSE-CV-AMOUNT
               MOVE WS-CV-AMT TO WS-CV-PER-AMT
               IF WS-CV-AMT-OK NOT = "Y"
                   MOVE "BAD PER-INCIDENT LIMIT" TO WS-CV-REASON
               END-IF
           END-IF
           IF WS-CV-REASON = SPACES
               MOVE WS-CV-ANNUAL-TEXT TO WS-CV-AMT-TEXT
               PERFORM PARSE-CV-AMOUNT
               MOVE WS-CV-AMT TO WS-CV-ANNUAL-AMT
               IF WS-CV-AMT-OK NOT = "Y" OR WS-CV-AMT = ZERO
                   MOVE "BAD ANNUAL LIMIT" TO WS-CV-REASON
               END-IF
           END-IF
           IF WS-CV-REASON = SPACES
               MOVE WS-CV-PREMIUM-TEXT TO WS-CV-AMT-TEXT
               PERFORM PARSE-CV-AMOUNT
               MOVE WS-CV-AMT TO WS-CV-PREMIUM-AMT
               IF WS-CV-AMT-OK NOT = "Y"
                   MOVE "BAD PREMIUM" TO WS-CV-REASON
               END-IF
           END-IF
           IF WS-CV-REASON = SPACES AND WS-CV-PAID-DATE NOT = SPACES
               IF WS-CV-PAID-DATE(1:4) IS NOT NUMERIC
                       OR WS-CV-PAID-DATE(5:1) NOT = "/"
                       OR WS-CV-PAID-DATE(6:2) IS NOT NUMERIC
                       OR WS-CV-PAID-DATE(8:1) NOT = "/"
                       OR WS-CV-PAID-DATE(9:2) IS NOT NUMERIC
                   MOVE "PAID DATE NOT YYYY/MM/DD" TO WS-CV-REASON
               END-IF
           END-IF
           IF WS-CV-REASON NOT = SPACES
               ADD 1 TO WS-CV-REJECTED
               MOVE SPACES TO WS-CV-LINE
               STRING WS-CV-REASON DELIMITED BY "  "
                   ": " INS-ENROLL-RECORD DELIMITED BY SIZE
                   INTO WS-CV-LINE
               MOVE WS-CV-LINE TO INS-ENROLL-REJECT-RECORD
               WRITE INS-ENROLL-REJECT-RECORD
               DISPLAY WS-CV-LINE(1:79)
           ELSE
               PERFORM FORMAT-TODAY-SLASHED
               OPEN I-O INSURANCE-COVER-FILE
               IF WS-CV-FILE-STATUS = "35"                           *> File does not exist yet -- create it.
                   OPEN OUTPUT INSURANCE-COVER-FILE
                   PERFORM WRITE-NEW-COVERAGE-ROW
               ELSE
                   MOVE WS-CV-STUDENT TO CV-STUDENT-NUMBER
                   MOVE WS-CV-SY      TO CV-SCHOOL-YEAR
                   READ INSURANCE-COVER-FILE
                       INVALID KEY
                           PERFORM WRITE-NEW-COVERAGE-ROW
                       NOT INVALID KEY
                           PERFORM MOVE-ENROLLEE-TO-COVERAGE
                                                                      *> A payment already recorded here stands
                                                                      *> until the insurer's list catches up.
                           IF WS-CV-PAID-DATE NOT = SPACES
                               MOVE WS-CV-PAID-DATE
                                   TO CV-PREMIUM-PAID-DATE
                           END-IF
                           REWRITE INSURANCE-COVER-RECORD
                           ADD 1 TO WS-CV-UPDATED
                   END-READ
               END-IF
               CLOSE INSURANCE-COVER-FILE
           END-IF.

       WRITE-NEW-COVERAGE-ROW.                                       *> First row for the student and year; the
                                                                      *> file is already open for writing.
           MOVE WS-CV-STUDENT TO CV-STUDENT-NUMBER
           MOVE WS-CV-SY      TO CV-SCHOOL-YEAR
           PERFORM MOVE-ENROLLEE-TO-COVERAGE
           MOVE WS-CV-PAID-DATE TO CV-PREMIUM-PAID-DATE
           MOVE ZERO TO CV-APPROVED-TO-DATE
           MOVE ZERO TO CV-CLAIMS-APPROVED
           WRITE INSURANCE-COVER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO WS-CV-LOADED.

       MOVE-ENROLLEE-TO-COVERAGE.                                    *> The insurer's terms for the year.
           MOVE WS-CV-POLICY      TO CV-POLICY-NUMBER
           MOVE WS-CV-TYPE        TO CV-COVERAGE-TYPE
           MOVE WS-CV-PER-AMT     TO CV-PER-INCIDENT-LIMIT
           MOVE WS-CV-ANNUAL-AMT  TO CV-ANNUAL-LIMIT
           MOVE WS-CV-PREMIUM-AMT TO CV-PREMIUM
           MOVE WS-TODAY-SLASHED  TO CV-LOADED-DATE.

       PARSE-CV-AMOUNT.                                              *> Peso amount in WS-CV-AMT-TEXT -- "2500",
                                                                      *> "2500.5" or "2500.50" -- into WS-CV-AMT.
                                                                      *> Blank is zero; anything else will not parse.
           MOVE ZERO TO WS-CV-AMT
           MOVE "N" TO WS-CV-AMT-OK
           IF WS-CV-AMT-TEXT = SPACES
               MOVE "Y" TO WS-CV-AMT-OK
           ELSE
               MOVE SPACES TO WS-CV-PART-1
               MOVE SPACES TO WS-CV-PART-2
               MOVE ZERO TO WS-CV-LEN-1
               MOVE ZERO TO WS-CV-LEN-2
               UNSTRING WS-CV-AMT-TEXT DELIMITED BY "." OR SPACE
                   INTO WS-CV-PART-1 COUNT IN WS-CV-LEN-1
                        WS-CV-PART-2 COUNT IN WS-CV-LEN-2
               END-UNSTRING
               IF WS-CV-LEN-1 > 0 AND WS-CV-LEN-1 < 8
                   IF WS-CV-PART-1(1:WS-CV-LEN-1) IS NUMERIC
                       MOVE WS-CV-PART-1(1:WS-CV-LEN-1) TO WS-CV-WHOLE
                       MOVE ZERO TO WS-CV-CENTS
                       MOVE "Y" TO WS-CV-AMT-OK
                       EVALUATE WS-CV-LEN-2
                           WHEN 0
                               CONTINUE
                           WHEN 1
                               IF WS-CV-PART-2(1:1) IS NUMERIC
                                   MOVE WS-CV-PART-2(1:1)
                                       TO WS-CV-CENTS(1:1)
                               ELSE
                                   MOVE "N" TO WS-CV-AMT-OK
                               END-IF
                           WHEN 2
                               IF WS-CV-PART-2(1:2) IS NUMERIC
                                   MOVE WS-CV-PART-2(1:2)
                                       TO WS-CV-CENTS
                               ELSE
                                   MOVE "N" TO WS-CV-AMT-OK
                               END-IF
                           WHEN OTHER
                               MOVE "N" TO WS-CV-AMT-OK
                       END-EVALUATE
                       COMPUTE WS-CV-AMT = WS-CV-WHOLE
                           + WS-CV-CENTS / 100
                   END-IF
               END-IF
           END-IF.

       CHECK-CV-SY.                                                  *> Is WS-CV-SY written YYYY-YYYY, the second
                                                                      *> year following the first? Flag in WS-CV-OK.
           MOVE "Y" TO WS-CV-OK
           IF WS-CV-SY(1:4) IS NOT NUMERIC
                   OR WS-CV-SY(5:1) NOT = "-"
                   OR WS-CV-SY(6:4) IS NOT NUMERIC
               MOVE "N" TO WS-CV-OK
           ELSE
               MOVE WS-CV-SY(1:4) TO WS-CV-YEAR-1
               MOVE WS-CV-SY(6:4) TO WS-CV-YEAR-2
               IF WS-CV-YEAR-2 NOT = WS-CV-YEAR-1 + 1
                   MOVE "N" TO WS-CV-OK
               END-IF
           END-IF.

       SET-CV-DATE-SY.                                               *> School year holding WS-CV-DATE (YYYY/MM/DD)
                                                                      *> into WS-CV-SY -- June starts the year, the
                                                                      *> same rule as GET-CURRENT-SCHOOL-YEAR.
           MOVE SPACES TO WS-CV-SY
           IF WS-CV-DATE(1:4) IS NUMERIC
                   AND WS-CV-DATE(6:2) IS NUMERIC
               MOVE WS-CV-DATE(1:4) TO WS-CV-YEAR-1
               MOVE WS-CV-DATE(6:2) TO WS-CV-MONTH
               IF WS-CV-MONTH < 6
                   SUBTRACT 1 FROM WS-CV-YEAR-1
               END-IF
               COMPUTE WS-CV-YEAR-2 = WS-CV-YEAR-1 + 1
               MOVE WS-CV-YEAR-1 TO WS-CV-SY(1:4)
               MOVE "-"          TO WS-CV-SY(5:1)
               MOVE WS-CV-YEAR-2 TO WS-CV-SY(6:4)
           END-IF.

       ASK-CV-STUDENT-YEAR.                                          *> Student and school year for a coverage
                                                                      *> lookup; Enter takes the current year.
           DISPLAY "Student ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-CV-STUDENT
           ACCEPT WS-CV-STUDENT
           PERFORM GET-CURRENT-SCHOOL-YEAR
           DISPLAY "School year (YYYY-YYYY) [" WS-CN-CURRENT-SY "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-CV-SY
           ACCEPT WS-CV-SY
           IF WS-CV-SY = SPACES
               MOVE WS-CN-CURRENT-SY TO WS-CV-SY
           END-IF
           PERFORM CHECK-CV-SY
           IF WS-CV-OK NOT = "Y"
               DISPLAY "School year must be written YYYY-YYYY."
           END-IF.

       READ-COVERAGE-ROW.                                            *> WS-CV-STUDENT in WS-CV-SY into the buffer;
                                                                      *> WS-CV-FOUND says whether it is there.
           MOVE "N" TO WS-CV-FOUND
           OPEN INPUT INSURANCE-COVER-FILE
           IF WS-CV-FILE-STATUS NOT = "35"
               MOVE WS-CV-STUDENT TO CV-STUDENT-NUMBER
               MOVE WS-CV-SY      TO CV-SCHOOL-YEAR
               READ INSURANCE-COVER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CV-FOUND
               END-READ
           END-IF
           CLOSE INSURANCE-COVER-FILE.

       COMPUTE-CV-BENEFIT.                                           *> From the row in the buffer: what is left of
                                                                      *> the annual limit, and the most payable on
                                                                      *> one incident out of it.
           MOVE ZERO TO WS-CV-REMAINING
           IF CV-APPROVED-TO-DATE < CV-ANNUAL-LIMIT
               COMPUTE WS-CV-REMAINING = CV-ANNUAL-LIMIT
                   - CV-APPROVED-TO-DATE
           END-IF
           MOVE WS-CV-REMAINING TO WS-CV-CAP
           IF CV-PER-INCIDENT-LIMIT > ZERO
                   AND CV-PER-INCIDENT-LIMIT < WS-CV-CAP
               MOVE CV-PER-INCIDENT-LIMIT TO WS-CV-CAP
           END-IF.

       SHOW-STUDENT-COVERAGE.                                        *> One student's cover and what is left of it.
           PERFORM ASK-CV-STUDENT-YEAR
           IF WS-CV-OK = "Y"
               PERFORM READ-COVERAGE-ROW
               IF WS-CV-FOUND NOT = "Y"
                   DISPLAY "Not on the insurer's enrollee list for "
                       WS-CV-SY "."
               ELSE
                   PERFORM COMPUTE-CV-BENEFIT
                   DISPLAY FRA-ME
                   DISPLAY "Policy: " CV-POLICY-NUMBER
                       "  Type: " CV-COVERAGE-TYPE
                   MOVE CV-PREMIUM TO WS-CV-ED-1
                   IF CV-PREMIUM-PAID-DATE = SPACES
                       DISPLAY "Premium: P" WS-CV-ED-1
                           "   ** NOT PAID -- not covered **"
                   ELSE
                       DISPLAY "Premium: P" WS-CV-ED-1
                           "   paid " CV-PREMIUM-PAID-DATE
                   END-IF
                   MOVE CV-PER-INCIDENT-LIMIT TO WS-CV-ED-1
                   MOVE CV-ANNUAL-LIMIT       TO WS-CV-ED-2
                   DISPLAY "Limits: P" WS-CV-ED-1 " per incident, P"
                       WS-CV-ED-2 " a year"
                   MOVE CV-APPROVED-TO-DATE TO WS-CV-ED-1
                   MOVE WS-CV-REMAINING     TO WS-CV-ED-2
                   DISPLAY "Approved so far: P" WS-CV-ED-1 " on "
                       CV-CLAIMS-APPROVED " claim(s)"
                   DISPLAY "Benefit left this year: P" WS-CV-ED-2
                   DISPLAY "List loaded/changed " CV-LOADED-DATE
               END-IF
           END-IF.

       RECORD-PREMIUM-PAYMENT.                                       *> The school's payment for a student, ahead of
                                                                      *> the insurer's next list.
           PERFORM ASK-CV-STUDENT-YEAR
           IF WS-CV-OK = "Y"
               OPEN I-O INSURANCE-COVER-FILE
               IF WS-CV-FILE-STATUS = "35"
                   DISPLAY "No enrollee list has been loaded yet."
               ELSE
                   MOVE WS-CV-STUDENT TO CV-STUDENT-NUMBER
                   MOVE WS-CV-SY      TO CV-SCHOOL-YEAR
                   READ INSURANCE-COVER-FILE
                       INVALID KEY
                           DISPLAY "Not on the insurer's enrollee"
                               " list for " WS-CV-SY " -- load the"
                           DISPLAY "list, or have the insurer enroll"
                               " the student."
                       NOT INVALID KEY
                           PERFORM RECORD-PREMIUM-BODY
                   END-READ
               END-IF
               CLOSE INSURANCE-COVER-FILE
           END-IF.

       RECORD-PREMIUM-BODY.                                          *> The row is in the buffer, file open I-O.
           MOVE CV-PREMIUM TO WS-CV-ED-1
           DISPLAY "Policy " CV-POLICY-NUMBER " premium P" WS-CV-ED-1
           IF CV-PREMIUM-PAID-DATE NOT = SPACES
               DISPLAY "Already recorded paid on "
                   CV-PREMIUM-PAID-DATE "."
           END-IF
           PERFORM FORMAT-TODAY-SLASHED
           DISPLAY "Date paid (YYYY/MM/DD) [" WS-TODAY-SLASHED "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-CV-PAID-DATE
           ACCEPT WS-CV-PAID-DATE
           IF WS-CV-PAID-DATE = SPACES
               MOVE WS-TODAY-SLASHED TO WS-CV-PAID-DATE
           END-IF
           DISPLAY "Amount paid (Enter = the premium): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-CV-AMT-TEXT
           ACCEPT WS-CV-AMT-TEXT
           PERFORM PARSE-CV-AMOUNT
           IF WS-CV-PAID-DATE(1:4) IS NOT NUMERIC
                   OR WS-CV-PAID-DATE(5:1) NOT = "/"
                   OR WS-CV-PAID-DATE(6:2) IS NOT NUMERIC
                   OR WS-CV-PAID-DATE(8:1) NOT = "/"
                   OR WS-CV-PAID-DATE(9:2) IS NOT NUMERIC
               DISPLAY "Date must be written YYYY/MM/DD -- not saved."
           ELSE
               IF WS-CV-AMT-OK NOT = "Y"
                   DISPLAY "Amount not understood -- not saved."
               ELSE
                   MOVE CV-PREMIUM-PAID-DATE TO WS-AUDIT-OLD-VALUE
                   IF WS-CV-AMT > ZERO
                       MOVE WS-CV-AMT TO CV-PREMIUM
                   END-IF
                   MOVE WS-CV-PAID-DATE  TO CV-PREMIUM-PAID-DATE
                   MOVE WS-TODAY-SLASHED TO CV-LOADED-DATE
                   REWRITE INSURANCE-COVER-RECORD
                   MOVE CV-STUDENT-NUMBER TO STUDENT-NUMBER
                   MOVE "PREMIUM PAID"    TO WS-AUDIT-FIELD-NAME
                   MOVE SPACES            TO WS-AUDIT-NEW-VALUE
                   STRING WS-CV-PAID-DATE " " WS-CV-SY
                       DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
                   PERFORM APPEND-AUDIT-LOG
                   DISPLAY "Premium recorded paid -- the student is"
                       " covered for " WS-CV-SY "."
               END-IF
           END-IF.

       CHECK-CLAIM-ELIGIBILITY.                                      *> Before a claim is prepared: is the student
                                                                      *> on the insurer's list for the incident's
                                                                      *> school year, with the premium paid? Shows
                                                                      *> the benefit left. Sets WS-CV-ELIGIBLE.
           MOVE "N" TO WS-CV-ELIGIBLE
           MOVE WS-IN-DATE TO WS-CV-DATE
           PERFORM SET-CV-DATE-SY
           MOVE WS-STUDENT-NUMBER TO WS-CV-STUDENT
           PERFORM READ-COVERAGE-ROW
           IF WS-CV-FOUND NOT = "Y"
               DISPLAY "No accident-insurance coverage on file for"
                   " this student"
               DISPLAY "in school year " WS-CV-SY
                   " -- load the insurer's current enrollee list."
               DISPLAY "No claim prepared."
           ELSE
               IF CV-PREMIUM-PAID-DATE = SPACES
                   DISPLAY "Policy " CV-POLICY-NUMBER
                   DISPLAY "The premium for " WS-CV-SY
                       " has not been paid -- the student is not"
                   DISPLAY "covered. Record the payment first."
                   DISPLAY "No claim prepared."
               ELSE
                   MOVE "Y" TO WS-CV-ELIGIBLE
                   PERFORM COMPUTE-CV-BENEFIT
                   MOVE CV-POLICY-NUMBER      TO WS-CV-POLICY
                   MOVE CV-COVERAGE-TYPE      TO WS-CV-TYPE
                   MOVE CV-PER-INCIDENT-LIMIT TO WS-CV-PER-AMT
                   MOVE CV-ANNUAL-LIMIT       TO WS-CV-ANNUAL-AMT
                   MOVE WS-CV-REMAINING TO WS-CV-ED-1
                   MOVE WS-CV-CAP       TO WS-CV-ED-2
                   DISPLAY "Covered: policy " CV-POLICY-NUMBER
                       " (" CV-COVERAGE-TYPE ") " WS-CV-SY
                   DISPLAY "Benefit left this year: P" WS-CV-ED-1
                   DISPLAY "Payable on this incident up to: P"
                       WS-CV-ED-2
                   IF WS-CV-REMAINING = ZERO
                       DISPLAY "** The annual benefit is used up --"
                           " the insurer may deny this claim. **"
                   END-IF
               END-IF
           END-IF.

       POST-CLAIM-BENEFIT.                                           *> An approval -- or a change to one -- moves
                                                                      *> the student's approved-to-date for the
                                                                      *> incident's school year. The claim row is in
                                                                      *> the buffer with its new status and amount.
           IF WS-CV-OLD-STATUS = CL-STATUS
                   AND WS-CV-OLD-AMOUNT = CL-AMOUNT
               CONTINUE
           ELSE
               MOVE CL-INCIDENT-DATE TO WS-CV-DATE
               PERFORM SET-CV-DATE-SY
               OPEN I-O INSURANCE-COVER-FILE
               IF WS-CV-FILE-STATUS = "35"
                   DISPLAY "No coverage on file -- approval not posted"
                       " against a limit."
               ELSE
                   MOVE CL-STUDENT-NUMBER TO CV-STUDENT-NUMBER
                   MOVE WS-CV-SY          TO CV-SCHOOL-YEAR
                   READ INSURANCE-COVER-FILE
                       INVALID KEY
                           DISPLAY "No coverage on file for "
                               WS-CV-SY " -- approval not posted"
                               " against a limit."
                       NOT INVALID KEY
                           PERFORM POST-CLAIM-BENEFIT-BODY
                   END-READ
               END-IF
               CLOSE INSURANCE-COVER-FILE
           END-IF.

       POST-CLAIM-BENEFIT-BODY.                                      *> Take back the old approval, put on the new.
           MOVE CV-APPROVED-TO-DATE TO WS-CV-OLD-POSTED
           IF WS-CV-OLD-STATUS = "A"
               IF WS-CV-OLD-AMOUNT < CV-APPROVED-TO-DATE
                   SUBTRACT WS-CV-OLD-AMOUNT FROM CV-APPROVED-TO-DATE
               ELSE
                   MOVE ZERO TO CV-APPROVED-TO-DATE
               END-IF
               IF CV-CLAIMS-APPROVED > ZERO
                   SUBTRACT 1 FROM CV-CLAIMS-APPROVED
               END-IF
           END-IF
           IF CL-STATUS = "A"
               ADD CL-AMOUNT TO CV-APPROVED-TO-DATE
               ADD 1 TO CV-CLAIMS-APPROVED
           END-IF
           PERFORM FORMAT-TODAY-SLASHED
           MOVE WS-TODAY-SLASHED TO CV-LOADED-DATE
           REWRITE INSURANCE-COVER-RECORD
           PERFORM COMPUTE-CV-BENEFIT
           MOVE CV-APPROVED-TO-DATE TO WS-CV-ED-1
           MOVE CV-ANNUAL-LIMIT     TO WS-CV-ED-2
           MOVE WS-CV-REMAINING     TO WS-CV-ED-3
           DISPLAY "Approved to date P" WS-CV-ED-1 " of P" WS-CV-ED-2
           DISPLAY "Benefit left this year: P" WS-CV-ED-3
           IF CL-STATUS = "A" AND CV-PER-INCIDENT-LIMIT > ZERO
                   AND CL-AMOUNT > CV-PER-INCIDENT-LIMIT
               DISPLAY "** Above the per-incident limit -- check the"
                   " insurer's letter. **"
           END-IF
           IF CV-APPROVED-TO-DATE > CV-ANNUAL-LIMIT
               DISPLAY "** Approvals now exceed the annual limit. **"
           END-IF
           MOVE CL-STUDENT-NUMBER TO STUDENT-NUMBER
           MOVE "BENEFIT POSTED"  TO WS-AUDIT-FIELD-NAME
           MOVE WS-CV-OLD-POSTED  TO WS-CV-ED-1
           MOVE CV-APPROVED-TO-DATE TO WS-CV-ED-2
           MOVE SPACES TO WS-AUDIT-OLD-VALUE
           MOVE SPACES TO WS-AUDIT-NEW-VALUE
           STRING WS-CV-ED-1 " " WS-CV-SY
               DELIMITED BY SIZE INTO WS-AUDIT-OLD-VALUE
           STRING WS-CV-ED-2 " claim " CL-NUMBER
               DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
           PERFORM APPEND-AUDIT-LOG.

       INS-RECONCILE-REPORT.                                         *> Interactive wrapper for the year-end
                                                                      *> premiums-against-claims reconciliation.
           PERFORM GET-CURRENT-SCHOOL-YEAR
           DISPLAY "School year (YYYY-YYYY) [" WS-CN-CURRENT-SY "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-CV-SY
           ACCEPT WS-CV-SY
           IF WS-CV-SY = SPACES
               MOVE WS-CN-CURRENT-SY TO WS-CV-SY
           END-IF
           PERFORM INS-RECONCILE-BODY.

       INS-RECONCILE-BODY.                                           *> The year in WS-CV-SY: premiums paid and
                                                                      *> unpaid on the insurer's list, against the
                                                                      *> claims raised and approved for incidents in
                                                                      *> the year -- and every claim that went out
                                                                      *> with no paid cover behind it.
           PERFORM CHECK-CV-SY
           IF WS-CV-OK NOT = "Y"
               DISPLAY "School year must be written YYYY-YYYY."
           ELSE
               MOVE "INSRECON" TO WS-RO-NAME
               MOVE "YEAR-END INSURANCE PREMIUMS VS CLAIMS"
                   TO WS-RO-TITLE
               MOVE WS-CV-SY TO WS-CV-REPORT-SY
               PERFORM OPEN-REPORT-OUTPUT
               MOVE SPACES TO WS-RO-LINE
               STRING "School year: " WS-CV-REPORT-SY "    Campus: "
                   WS-CAMPUS-CODE
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE ZERO TO WS-CV-ENROLLED
               MOVE ZERO TO WS-CV-PAID-COUNT
               MOVE ZERO TO WS-CV-UNPAID-COUNT
               MOVE ZERO TO WS-CV-PREM-PAID
               MOVE ZERO TO WS-CV-PREM-DUE
               MOVE ZERO TO WS-CV-POSTED
               MOVE ZERO TO WS-CV-CLAIMS
               MOVE ZERO TO WS-CV-APPROVED-COUNT
               MOVE ZERO TO WS-CV-APPROVED-AMT
               MOVE ZERO TO WS-CV-EXCEPTIONS
               PERFORM INS-RECONCILE-ENROLLEES
               PERFORM INS-RECONCILE-CLAIMS
               PERFORM INS-RECONCILE-TOTALS
               PERFORM CLOSE-REPORT-OUTPUT
           END-IF.

       INS-RECONCILE-ENROLLEES.                                      *> The year's coverage rows; the unpaid ones
                                                                      *> listed with their policies.
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "Enrollees with the premium not paid:" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           OPEN INPUT INSURANCE-COVER-FILE
           IF WS-CV-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ INSURANCE-COVER-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                           AND CV-SCHOOL-YEAR = WS-CV-REPORT-SY
                       ADD 1 TO WS-CV-ENROLLED
                       ADD CV-APPROVED-TO-DATE TO WS-CV-POSTED
                       IF CV-PREMIUM-PAID-DATE = SPACES
                           ADD 1 TO WS-CV-UNPAID-COUNT
                           ADD CV-PREMIUM TO WS-CV-PREM-DUE
                           MOVE CV-PREMIUM TO WS-CV-ED-1
                           MOVE SPACES TO WS-RO-LINE
                           STRING "  " CV-STUDENT-NUMBER " "
                               CV-POLICY-NUMBER " P" WS-CV-ED-1
                               DELIMITED BY SIZE INTO WS-RO-LINE
                           PERFORM EMIT-REPORT-LINE
                       ELSE
                           ADD 1 TO WS-CV-PAID-COUNT
                           ADD CV-PREMIUM TO WS-CV-PREM-PAID
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE INSURANCE-COVER-FILE
           IF WS-CV-UNPAID-COUNT = ZERO
               MOVE "  None." TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       INS-RECONCILE-CLAIMS.                                         *> Claims for the year's incidents, each one
                                                                      *> checked against the cover it was raised on.
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "Claims raised with no paid cover behind them:"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "N" TO WS-CV-OPEN
           OPEN INPUT INSURANCE-COVER-FILE
           IF WS-CV-FILE-STATUS NOT = "35"
               MOVE "Y" TO WS-CV-OPEN
           END-IF
           OPEN INPUT CLAIM-REG-FILE
           IF WS-CL-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ CLAIM-REG-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y"
                       MOVE CL-INCIDENT-DATE TO WS-CV-DATE
                       PERFORM SET-CV-DATE-SY
                       IF WS-CV-SY = WS-CV-REPORT-SY
                           PERFORM INS-RECONCILE-ONE-CLAIM
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE CLAIM-REG-FILE
           IF WS-CV-OPEN = "Y"
               CLOSE INSURANCE-COVER-FILE
           END-IF
           IF WS-CV-EXCEPTIONS = ZERO
               MOVE "  None." TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       INS-RECONCILE-ONE-CLAIM.                                      *> Count the claim; list it if the student
                                                                      *> was not on the list or had not paid.
           ADD 1 TO WS-CV-CLAIMS
           IF CL-STATUS = "A"
               ADD 1 TO WS-CV-APPROVED-COUNT
               ADD CL-AMOUNT TO WS-CV-APPROVED-AMT
           END-IF
           MOVE SPACES TO WS-CV-REASON
           IF WS-CV-OPEN NOT = "Y"
               MOVE "not on the enrollee list" TO WS-CV-REASON
           ELSE
               MOVE CL-STUDENT-NUMBER TO CV-STUDENT-NUMBER
               MOVE WS-CV-SY          TO CV-SCHOOL-YEAR
               READ INSURANCE-COVER-FILE
                   INVALID KEY
                       MOVE "not on the enrollee list" TO WS-CV-REASON
                   NOT INVALID KEY
                       IF CV-PREMIUM-PAID-DATE = SPACES
                           MOVE "premium not paid" TO WS-CV-REASON
                       END-IF
               END-READ
           END-IF
           IF WS-CV-REASON NOT = SPACES
               ADD 1 TO WS-CV-EXCEPTIONS
               MOVE CL-AMOUNT TO WS-CV-ED-1
               MOVE SPACES TO WS-RO-LINE
               STRING "  Claim " CL-NUMBER " " CL-STUDENT-NUMBER
                   " status " CL-STATUS " P" WS-CV-ED-1 " -- "
                   WS-CV-REASON
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       INS-RECONCILE-TOTALS.                                         *> The year in figures.
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-CV-ENROLLED TO WS-CV-NUM-ED
           MOVE SPACES TO WS-RO-LINE
           STRING "Enrollees on the insurer's list ... " WS-CV-NUM-ED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-CV-PAID-COUNT TO WS-CV-NUM-ED
           MOVE WS-CV-PREM-PAID  TO WS-CV-BIG-ED
           MOVE SPACES TO WS-RO-LINE
           STRING "Premiums paid ..................... " WS-CV-NUM-ED
               "   P" WS-CV-BIG-ED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-CV-UNPAID-COUNT TO WS-CV-NUM-ED
           MOVE WS-CV-PREM-DUE     TO WS-CV-BIG-ED
           MOVE SPACES TO WS-RO-LINE
           STRING "Premiums not paid ................. " WS-CV-NUM-ED
               "   P" WS-CV-BIG-ED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-CV-CLAIMS TO WS-CV-NUM-ED
           MOVE SPACES TO WS-RO-LINE
           STRING "Claims raised for the year's"
               " incidents " WS-CV-NUM-ED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-CV-APPROVED-COUNT TO WS-CV-NUM-ED
           MOVE WS-CV-APPROVED-AMT   TO WS-CV-BIG-ED
           MOVE SPACES TO WS-RO-LINE
           STRING "Claims approved ................... " WS-CV-NUM-ED
               "   P" WS-CV-BIG-ED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE WS-CV-POSTED TO WS-CV-BIG-ED
           MOVE SPACES TO WS-RO-LINE
           STRING "Approved as posted to coverage ...        P"
               WS-CV-BIG-ED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-CV-POSTED NOT = WS-CV-APPROVED-AMT
               MOVE "  ** Posted and approved totals differ -- a claim"
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE "     approved before its student's cover was"
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE "     loaded posts when set to S and back to A."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE WS-CV-EXCEPTIONS TO WS-CV-NUM-ED
           MOVE SPACES TO WS-RO-LINE
           STRING "Claims with no paid cover ......... " WS-CV-NUM-ED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-CV-PREM-PAID > ZERO
               COMPUTE WS-CV-RATIO ROUNDED =
                   WS-CV-APPROVED-AMT * 100 / WS-CV-PREM-PAID
               MOVE WS-CV-RATIO TO WS-CV-RATIO-ED
               MOVE SPACES TO WS-RO-LINE
               STRING "Approved claims as % of premiums paid "
                   WS-CV-RATIO-ED "%"
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       EMR-MENU.                                                     *> Consultations to the city health office EMR
                                                                      *> -- the daily export, their acknowledgements,
                                                                      *> and what still has to be put right.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      CITY HEALTH OFFICE EMR SUBMISSION"
           DISPLAY FRA-ME
           DISPLAY "1) Export new and corrected consultations"
           DISPLAY "2) Load the acknowledgement file"
           DISPLAY "3) Rejected / unacknowledged worklist"
           DISPLAY "4) Queue a consultation to be sent again"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-EM-CHOICE
           EVALUATE WS-EM-CHOICE
               WHEN "1"
                   PERFORM EMR-EXPORT-BODY
               WHEN "2"
                   PERFORM EMR-ACK-IMPORT
               WHEN "3"
                   PERFORM EMR-WORKLIST
               WHEN "4"
                   PERFORM EMR-QUEUE-RESEND
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-EM-CHOICE NOT = "x" AND WS-EM-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM EMR-MENU
           END-IF.

       READ-EMR-CONFIG.                                              *> Start date and facility code; a missing or
                                                                      *> undated file leaves the start date blank.
           MOVE SPACES TO WS-EM-START-DATE
           MOVE SPACES TO WS-EM-FACILITY
           OPEN INPUT EMR-CONFIG-FILE
           IF WS-EM-CFG-STATUS NOT = "35"
               READ EMR-CONFIG-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EMR-CONFIG-RECORD(1:4) IS NUMERIC
                               AND EMR-CONFIG-RECORD(5:1) = "/"
                               AND EMR-CONFIG-RECORD(6:2) IS NUMERIC
                               AND EMR-CONFIG-RECORD(8:1) = "/"
                               AND EMR-CONFIG-RECORD(9:2) IS NUMERIC
                           MOVE EMR-CONFIG-RECORD(1:10)
                               TO WS-EM-START-DATE
                       END-IF
                       MOVE EMR-CONFIG-RECORD(12:10) TO WS-EM-FACILITY
               END-READ
               CLOSE EMR-CONFIG-FILE
           END-IF
           IF WS-EM-FACILITY = SPACES
               MOVE WS-CAMPUS-CODE TO WS-EM-FACILITY
           END-IF.

       EMR-EXPORT-BODY.                                              *> Every consultation since the start date that
                                                                      *> is new, changed since it was sent, or queued
                                                                      *> to go again -- no prompts, so the scheduler
                                                                      *> can run it daily.
           MOVE "N" TO WS-EM-OK
           PERFORM READ-EMR-CONFIG
           IF WS-EM-START-DATE = SPACES
               DISPLAY "No EMR start date in /home/zelly/EMR.CFG --"
                   " nothing exported."
               DISPLAY "Columns 1-10 hold the date, YYYY/MM/DD."
           ELSE
               MOVE "Y" TO WS-EM-OK
               PERFORM FORMAT-TODAY-SLASHED
               MOVE WS-TODAY TO WS-TODAY-COMPACT
               ACCEPT WS-EM-TIME-RAW FROM TIME
               MOVE SPACES TO WS-EM-EXPORT-PATH
               STRING "/home/zelly/EMR_" DELIMITED BY SIZE
                   WS-TODAY-COMPACT DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-EM-TIME-RAW(1:4) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-EM-EXPORT-PATH
               MOVE ZERO TO WS-EM-NEW
               MOVE ZERO TO WS-EM-CORRECTED
               MOVE ZERO TO WS-EM-RESENT
               MOVE ZERO TO WS-EM-WRITTEN
               OPEN INPUT VISIT-HISTORY-FILE
               PERFORM CHECK-VH-OPEN-STATUS
               IF WS-VH-FILE-STATUS = "35"
                   DISPLAY "No visit history has been recorded yet."
               ELSE
                   OPEN I-O EMR-TRACK-FILE
                   IF WS-EM-FILE-STATUS = "35"                       *> File does not exist yet -- create it.
                       OPEN OUTPUT EMR-TRACK-FILE
                       CLOSE EMR-TRACK-FILE
                       OPEN I-O EMR-TRACK-FILE
                   END-IF
                   OPEN INPUT PATIENT-FILE
                   OPEN OUTPUT EMR-EXPORT-FILE
                   MOVE SPACES TO EMR-EXPORT-RECORD
                   STRING "H" WS-EM-FACILITY WS-TODAY-SLASHED(1:10)
                       WS-EM-TIME-RAW(1:2) ":" WS-EM-TIME-RAW(3:2)
                       "SCHOOL CLINIC CONSULTATIONS"
                       DELIMITED BY SIZE INTO EMR-EXPORT-RECORD
                   WRITE EMR-EXPORT-RECORD
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ VISIT-HISTORY-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                       IF WS-EOF-FLAG NOT = "Y"
                               AND VH-ATTENDED-BY
                                   NOT = WS-TI-EXTERNAL-TAG
                               AND VH-DATE-OF-VISIT
                                   >= WS-EM-START-DATE
                               AND VH-DATE-OF-VISIT
                                   <= WS-TODAY-SLASHED
                           IF VH-CAMPUS-CODE = SPACES
                                   OR VH-CAMPUS-CODE = WS-CAMPUS-CODE
                               PERFORM EXPORT-ONE-ENCOUNTER
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO EMR-EXPORT-RECORD
                   STRING "T" WS-EM-FACILITY WS-EM-WRITTEN
                       DELIMITED BY SIZE INTO EMR-EXPORT-RECORD
                   WRITE EMR-EXPORT-RECORD
                   CLOSE EMR-EXPORT-FILE
                   CLOSE PATIENT-FILE
                   CLOSE EMR-TRACK-FILE
                   DISPLAY FRA-ME
                   DISPLAY "New consultations:      " WS-EM-NEW
                   DISPLAY "Corrected since sent:   " WS-EM-CORRECTED
                   DISPLAY "Sent again on request:  " WS-EM-RESENT
                   DISPLAY "Interchange file written to"
                   DISPLAY WS-EM-EXPORT-PATH
               END-IF
               CLOSE VISIT-HISTORY-FILE
           END-IF.

       EXPORT-ONE-ENCOUNTER.                                         *> One visit row in hand: build its encounter,
                                                                      *> compare with what was last sent, and send it
                                                                      *> if it is new, changed or queued.
           PERFORM MASK-VH-FIELDS
           PERFORM BUILD-EMR-CONTENT
           MOVE "N" TO WS-EM-SEND
           MOVE VH-KEY TO EM-KEY
           READ EMR-TRACK-FILE
               INVALID KEY
                   PERFORM GET-NEXT-ENCOUNTER-ID
                   MOVE "N" TO WS-EM-ACTION
                   MOVE "Y" TO WS-EM-SEND
                   ADD 1 TO WS-EM-NEW
               NOT INVALID KEY
                   MOVE EM-ENCOUNTER-ID TO WS-EM-ENCOUNTER
                   MOVE "C" TO WS-EM-ACTION
                   IF EM-SENT-IMAGE NOT = WS-EM-D-CONTENT
                       MOVE "Y" TO WS-EM-SEND
                       ADD 1 TO WS-EM-CORRECTED
                   ELSE
                       IF EM-STATUS = "Q"
                           MOVE "Y" TO WS-EM-SEND
                           ADD 1 TO WS-EM-RESENT
                       END-IF
                   END-IF
           END-READ
           IF WS-EM-SEND = "Y"
               MOVE "D"             TO WS-EM-D-TYPE
               MOVE WS-EM-ACTION    TO WS-EM-D-ACTION
               MOVE WS-EM-ENCOUNTER TO WS-EM-D-ENCOUNTER
               MOVE WS-EM-DETAIL TO EMR-EXPORT-RECORD
               WRITE EMR-EXPORT-RECORD
               ADD 1 TO WS-EM-WRITTEN
               IF WS-EM-ACTION = "N"
                   MOVE VH-KEY           TO EM-KEY
                   MOVE WS-EM-ENCOUNTER  TO EM-ENCOUNTER-ID
                   MOVE WS-TODAY-SLASHED TO EM-FIRST-SENT
                   MOVE ZERO             TO EM-SEND-COUNT
               END-IF
               MOVE "S"              TO EM-STATUS
               MOVE WS-TODAY-SLASHED TO EM-LAST-SENT
               ADD 1                 TO EM-SEND-COUNT
               MOVE SPACES           TO EM-ACK-DATE
               MOVE SPACES           TO EM-REASON
               MOVE WS-EM-D-CONTENT  TO EM-SENT-IMAGE
               IF WS-EM-ACTION = "N"
                   WRITE EMR-TRACK-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               ELSE
                   REWRITE EMR-TRACK-RECORD
               END-IF
           END-IF.

       BUILD-EMR-CONTENT.                                            *> The unmasked visit row, the student's
                                                                      *> demographics and the condition's ICD-10 into
                                                                      *> WS-EM-DETAIL.
           MOVE SPACES TO WS-EM-DETAIL
           MOVE WS-EM-FACILITY    TO WS-EM-D-FACILITY
           MOVE VH-STUDENT-NUMBER TO WS-EM-D-STUDENT
           IF WS-FILE-STATUS NOT = "35"
               MOVE VH-STUDENT-NUMBER TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PATIENT-NAME        TO WS-EM-D-NAME
                       MOVE DATE-OF-BIRTH(1:10) TO WS-EM-D-BIRTH
                       EVALUATE PATIENT-SEX(1:1)
                           WHEN "M"
                           WHEN "m"
                               MOVE "M" TO WS-EM-D-SEX
                           WHEN "F"
                           WHEN "f"
                               MOVE "F" TO WS-EM-D-SEX
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-IF
           MOVE VH-DATE-OF-VISIT(1:10) TO WS-EM-D-DATE
           MOVE VH-TIME-OF-VISIT       TO WS-EM-D-TIME
           MOVE VH-HEALTH-CONDITION    TO WS-EM-D-CONDITION
           MOVE VH-HEALTH-CONDITION    TO WS-EX-CONDITION
           PERFORM LOOKUP-CONDITION-ICD10
           IF WS-CT-MAP-FOUND = "Y"
               MOVE WS-CT-ICD TO WS-EM-D-ICD10
           END-IF
           MOVE VH-TEMPERATURE     TO WS-EM-D-TEMP
           MOVE VH-BLOOD-PRESSURE  TO WS-EM-D-BP
           MOVE VH-PULSE           TO WS-EM-D-PULSE
           MOVE VH-HEIGHT-CM       TO WS-EM-D-HEIGHT
           MOVE VH-WEIGHT-KG       TO WS-EM-D-WEIGHT
           MOVE VH-BMI             TO WS-EM-D-BMI
           MOVE VH-MEDICATION-NAME TO WS-EM-D-MEDICATION
           MOVE VH-PRESCRIBER      TO WS-EM-D-PRESCRIBER
           MOVE VH-ATTENDED-BY     TO WS-EM-D-ATTENDED.

       GET-NEXT-ENCOUNTER-ID.                                        *> Encounter numbers live in the shared counter
                                                                      *> file under their own "7" row; the campus code
                                                                      *> in front keeps campuses apart.
           OPEN I-O ID-COUNTER-FILE
           IF WS-ID-COUNTER-FILE-STATUS = "35"
               OPEN OUTPUT ID-COUNTER-FILE
               MOVE 1 TO WS-EM-NUMBER
               MOVE "7" TO IC-KEY
               MOVE WS-EM-NUMBER TO IC-NEXT-ID
               WRITE ID-COUNTER-RECORD
           ELSE
               MOVE "7" TO IC-KEY
               READ ID-COUNTER-FILE
                   KEY IS IC-KEY
                   INVALID KEY
                       MOVE 1 TO WS-EM-NUMBER
                       MOVE "7" TO IC-KEY
                       MOVE WS-EM-NUMBER TO IC-NEXT-ID
                       WRITE ID-COUNTER-RECORD
                   NOT INVALID KEY
                       COMPUTE WS-EM-NUMBER = IC-NEXT-ID + 1
                       MOVE WS-EM-NUMBER TO IC-NEXT-ID
                       REWRITE ID-COUNTER-RECORD
               END-READ
           END-IF
           CLOSE ID-COUNTER-FILE
           MOVE SPACES TO WS-EM-ENCOUNTER
           STRING WS-CAMPUS-CODE WS-EM-NUMBER
               DELIMITED BY SIZE INTO WS-EM-ENCOUNTER.

       EMR-ACK-IMPORT.                                               *> Mark each encounter accepted or rejected
                                                                      *> from the file the city health office sends
                                                                      *> back; unmatched lines go to a reject list.
           DISPLAY FRA-ME
           DISPLAY "Reads /home/zelly/EMR_ACK.DAT"
           OPEN INPUT EMR-ACK-FILE
           IF WS-EM-ACK-STATUS = "35"
               DISPLAY "No acknowledgement file found -- nothing to do."
               CLOSE EMR-ACK-FILE
           ELSE
               OPEN I-O EMR-TRACK-FILE
               IF WS-EM-FILE-STATUS = "35"
                   DISPLAY "Nothing has been sent to the EMR yet."
               ELSE
                   PERFORM FORMAT-TODAY-SLASHED
                   MOVE ZERO TO WS-EM-ACCEPTED
                   MOVE ZERO TO WS-EM-REJECTED
                   MOVE ZERO TO WS-EM-UNMATCHED
                   OPEN OUTPUT EMR-ACK-REJECT-FILE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       READ EMR-ACK-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                       IF WS-EOF-FLAG NOT = "Y"
                               AND EMR-ACK-RECORD NOT = SPACES
                               AND EMR-ACK-RECORD(1:1) NOT = "*"
                           PERFORM APPLY-ONE-EMR-ACK
                       END-IF
                   END-PERFORM
                   CLOSE EMR-ACK-REJECT-FILE
                   DISPLAY FRA-ME
                   DISPLAY "Accepted:               " WS-EM-ACCEPTED
                   DISPLAY "Rejected:               " WS-EM-REJECTED
                   DISPLAY "Not matched (see file): " WS-EM-UNMATCHED
                   DISPLAY "/home/zelly/EMR_ACK_REJECTS.txt"
                   DISPLAY "Remove or rename EMR_ACK.DAT once checked."
               END-IF
               CLOSE EMR-TRACK-FILE
               CLOSE EMR-ACK-FILE
           END-IF.

       APPLY-ONE-EMR-ACK.                                            *> One acknowledgement line onto its encounter.
           MOVE EMR-ACK-RECORD(1:14) TO WS-EM-ACK-ID
           MOVE EMR-ACK-RECORD(16:1) TO WS-EM-ACK-CODE
           INSPECT WS-EM-ACK-CODE CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           IF WS-EM-ACK-CODE NOT = "A" AND WS-EM-ACK-CODE NOT = "R"
               MOVE SPACES TO WS-EM-LINE
               STRING "STATUS NOT A OR R: " EMR-ACK-RECORD
                   DELIMITED BY SIZE INTO WS-EM-LINE
               PERFORM WRITE-EMR-ACK-REJECT
           ELSE
               MOVE WS-EM-ACK-ID TO EM-ENCOUNTER-ID
               READ EMR-TRACK-FILE
                   KEY IS EM-ENCOUNTER-ID
                   INVALID KEY
                       MOVE SPACES TO WS-EM-LINE
                       STRING "UNKNOWN ENCOUNTER ID: " EMR-ACK-RECORD
                           DELIMITED BY SIZE INTO WS-EM-LINE
                       PERFORM WRITE-EMR-ACK-REJECT
                   NOT INVALID KEY
                       MOVE WS-EM-ACK-CODE   TO EM-STATUS
                       MOVE WS-TODAY-SLASHED TO EM-ACK-DATE
                       IF WS-EM-ACK-CODE = "R"
                           MOVE EMR-ACK-RECORD(18:60) TO EM-REASON
                           ADD 1 TO WS-EM-REJECTED
                       ELSE
                           MOVE SPACES TO EM-REASON
                           ADD 1 TO WS-EM-ACCEPTED
                       END-IF
                       REWRITE EMR-TRACK-RECORD
               END-READ
           END-IF.

       WRITE-EMR-ACK-REJECT.                                         *> WS-EM-LINE to the reject list, reason first.
           ADD 1 TO WS-EM-UNMATCHED
           MOVE WS-EM-LINE TO EMR-ACK-REJECT-RECORD
           WRITE EMR-ACK-REJECT-RECORD
           DISPLAY WS-EM-LINE(1:79).

       EMR-WORKLIST.                                                 *> Every consultation the EMR has rejected, not
                                                                      *> yet acknowledged, or is queued to receive
                                                                      *> again -- the correct-and-resend list.
           MOVE ZERO TO WS-EM-REJECTED
           MOVE ZERO TO WS-EM-AWAITING
           MOVE ZERO TO WS-EM-QUEUED
           MOVE "EMRWORK" TO WS-RO-NAME
           MOVE "EMR SUBMISSIONS REJECTED OR NOT ACKNOWLEDGED"
               TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           OPEN INPUT EMR-TRACK-FILE
           IF WS-EM-FILE-STATUS = "35"
               MOVE "Nothing has been sent to the EMR yet."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ EMR-TRACK-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   IF WS-EOF-FLAG NOT = "Y" AND EM-STATUS NOT = "A"
                       PERFORM EMR-WORKLIST-ROW
                   END-IF
               END-PERFORM
           END-IF
           CLOSE EMR-TRACK-FILE
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Rejected: " WS-EM-REJECTED
               "   Awaiting acknowledgement: " WS-EM-AWAITING
               "   Queued to resend: " WS-EM-QUEUED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "Correct a rejected visit and the next export sends it"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "again; queue one to resend it unchanged. Until it is"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "accepted it is left out of the reported figures."
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM CLOSE-REPORT-OUTPUT.

       EMR-WORKLIST-ROW.                                             *> One outstanding encounter, and its reason.
           EVALUATE EM-STATUS
               WHEN "R"
                   ADD 1 TO WS-EM-REJECTED
                   MOVE "REJECTED" TO WS-EM-LINE
               WHEN "Q"
                   ADD 1 TO WS-EM-QUEUED
                   MOVE "QUEUED" TO WS-EM-LINE
               WHEN OTHER
                   ADD 1 TO WS-EM-AWAITING
                   MOVE "NO ACK" TO WS-EM-LINE
           END-EVALUATE
           MOVE SPACES TO WS-RO-LINE
           STRING EM-ENCOUNTER-ID " " EM-STUDENT-NUMBER " "
               EM-VISIT-DATE EM-VISIT-TIME "  " WS-EM-LINE(1:9)
               " sent " EM-LAST-SENT "x" EM-SEND-COUNT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           IF EM-STATUS = "R"
               MOVE SPACES TO WS-RO-LINE
               STRING "    Reason: " EM-REASON
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       EMR-QUEUE-RESEND.                                             *> Send one consultation again unchanged, e.g.
                                                                      *> after a rejection the city health office has
                                                                      *> put right on its side.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           DISPLAY "Visit date [YYYY/MM/DD]: " WITH NO ADVANCING
           ACCEPT WS-IN-DATE
           DISPLAY "Visit time [HH:MM]: " WITH NO ADVANCING
           ACCEPT WS-IN-TIME
           OPEN I-O EMR-TRACK-FILE
           IF WS-EM-FILE-STATUS = "35"
               DISPLAY "Nothing has been sent to the EMR yet."
           ELSE
               MOVE WS-STUDENT-NUMBER TO EM-STUDENT-NUMBER
               MOVE WS-IN-DATE        TO EM-VISIT-DATE
               MOVE WS-IN-TIME        TO EM-VISIT-TIME
               READ EMR-TRACK-FILE
                   INVALID KEY
                       DISPLAY "That visit has not been sent -- the"
                           " next export sends it if it is dated"
                       DISPLAY "on or after the EMR start date."
                   NOT INVALID KEY
                       IF EM-STATUS = "A"
                           DISPLAY "Accepted on " EM-ACK-DATE
                               " -- nothing to resend."
                       ELSE
                           MOVE "Q" TO EM-STATUS
                           REWRITE EMR-TRACK-RECORD
                           DISPLAY "Encounter " EM-ENCOUNTER-ID
                               " queued -- the next export sends it."
                       END-IF
               END-READ
           END-IF
           CLOSE EMR-TRACK-FILE.

       OPEN-EMR-COUNT-CHECK.                                         *> Ready CHECK-EMR-COUNTED for a pass of the
                                                                      *> visit history: the start date, and the
                                                                      *> submissions file open for lookups.
           PERFORM READ-EMR-CONFIG
           MOVE ZERO TO WS-EM-HELD
           MOVE "N" TO WS-EM-TRACK-OPEN
           IF WS-EM-START-DATE NOT = SPACES
               OPEN INPUT EMR-TRACK-FILE
               IF WS-EM-FILE-STATUS NOT = "35"
                   MOVE "Y" TO WS-EM-TRACK-OPEN
               END-IF
           END-IF.

       CHECK-EMR-COUNTED.                                            *> Does the visit row in hand count toward the
                                                                      *> reported figures? From the EMR start date on,
                                                                      *> only once the city health office accepted it.
           MOVE "Y" TO WS-EM-COUNTED
           IF WS-EM-START-DATE NOT = SPACES
                   AND VH-DATE-OF-VISIT >= WS-EM-START-DATE
               MOVE "N" TO WS-EM-COUNTED
               IF WS-EM-TRACK-OPEN = "Y"
                   MOVE VH-KEY TO EM-KEY
                   READ EMR-TRACK-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EM-STATUS = "A"
                               MOVE "Y" TO WS-EM-COUNTED
                           END-IF
                   END-READ
               END-IF
           END-IF.

       CLOSE-EMR-COUNT-CHECK.                                        *> Done with the lookups.
           IF WS-EM-TRACK-OPEN = "Y"
               CLOSE EMR-TRACK-FILE
               MOVE "N" TO WS-EM-TRACK-OPEN
           END-IF.

       SPECIAL-NEEDS-MENU.                                           *> Students with a disability -- accommodations,
                                                                      *> class locations and drill helpers, and the
                                                                      *> evacuation roster the DRRM coordinator asks
                                                                      *> for before each quarterly drill.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      SPECIAL-NEEDS REGISTRY"
           DISPLAY FRA-ME
           DISPLAY "1) Register or update a student"
           DISPLAY "2) View a student's registry entry"
           DISPLAY "3) Class locations (building, floor, room)"
           DISPLAY "4) Assign the drill buddy or staff helper"
           DISPLAY "5) Remove a student from the registry"
           DISPLAY "6) Evacuation assistance roster"
           DISPLAY "7) Registered students with no helper"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-SN-CHOICE
           EVALUATE WS-SN-CHOICE
               WHEN "1"
                   PERFORM ADD-SPECIAL-NEEDS
               WHEN "2"
                   DISPLAY "Student ID: " WITH NO ADVANCING
                   MOVE SPACES TO WS-SN-STUDENT
                   ACCEPT WS-SN-STUDENT
                   PERFORM SHOW-SPECIAL-NEEDS
               WHEN "3"
                   PERFORM MAINTAIN-SN-LOCATIONS
               WHEN "4"
                   PERFORM ASSIGN-SN-HELPER
               WHEN "5"
                   PERFORM REMOVE-SPECIAL-NEEDS
               WHEN "6"
                   DISPLAY "Drill day M T W H F S (Enter for every"
                   DISPLAY "day): " WITH NO ADVANCING
                   MOVE SPACES TO WS-SN-DAY
                   ACCEPT WS-SN-DAY
                   DISPLAY "Drill time HH:MM (Enter for every"
                   DISPLAY "class): " WITH NO ADVANCING
                   MOVE SPACES TO WS-SN-TIME
                   ACCEPT WS-SN-TIME
                   PERFORM EVAC-ROSTER-BODY
               WHEN "7"
                   PERFORM NO-HELPER-REPORT
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-SN-CHOICE NOT = "x" AND WS-SN-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM SPECIAL-NEEDS-MENU
           END-IF.

       ADD-SPECIAL-NEEDS.                                            *> Register a student, or change the entry on
                                                                      *> file -- Enter keeps what is shown.
           DISPLAY "Student ID: " WITH NO ADVANCING
           ACCEPT WS-STUDENT-NUMBER
           MOVE "N" TO WS-DUPLICATE-FOUND
           IF WS-STUDENT-NUMBER NOT = SPACES
               PERFORM CHECK-DUPLICATE-STUDENT
           END-IF
           IF WS-DUPLICATE-FOUND NOT = "Y"
               DISPLAY "No patient record on file for that Student"
               DISPLAY "ID -- add the record first (option a)."
           ELSE
               OPEN I-O SPECIAL-NEEDS-FILE
               IF WS-SN-FILE-STATUS = "35"
                   OPEN OUTPUT SPECIAL-NEEDS-FILE
                   CLOSE SPECIAL-NEEDS-FILE
                   OPEN I-O SPECIAL-NEEDS-FILE
               END-IF
               MOVE WS-STUDENT-NUMBER TO SN-STUDENT-NUMBER
               READ SPECIAL-NEEDS-FILE
                   INVALID KEY
                       MOVE "N" TO WS-SN-FOUND
                       MOVE SPACES TO SPECIAL-NEEDS-RECORD
                       MOVE WS-STUDENT-NUMBER TO SN-STUDENT-NUMBER
                       MOVE ZERO TO SN-LOC-COUNT
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SN-FOUND
               END-READ
               MOVE SN-DISABILITY TO WS-SN-OLD-VALUE
               PERFORM ADD-SPECIAL-NEEDS-BODY
               IF WS-SN-OK = "Y"
                   PERFORM FORMAT-TODAY-SLASHED
                   MOVE WS-TODAY-SLASHED TO SN-UPDATED-DATE
                   MOVE WS-CURRENT-USER  TO SN-UPDATED-BY
                   IF WS-SN-FOUND = "Y"
                       REWRITE SPECIAL-NEEDS-RECORD
                   ELSE
                       WRITE SPECIAL-NEEDS-RECORD
                   END-IF
               END-IF
               CLOSE SPECIAL-NEEDS-FILE
               IF WS-SN-OK = "Y"
                   MOVE WS-STUDENT-NUMBER TO STUDENT-NUMBER
                   MOVE "SPECIAL NEEDS"   TO WS-AUDIT-FIELD-NAME
                   MOVE WS-SN-OLD-VALUE   TO WS-AUDIT-OLD-VALUE
                   MOVE SN-DISABILITY     TO WS-AUDIT-NEW-VALUE
                   PERFORM APPEND-AUDIT-LOG
                   DISPLAY "Registry entry saved."
                   IF SN-LOC-COUNT = ZERO
                       DISPLAY "Key the student's class locations next"
                       DISPLAY "(option 3) -- until then the student"
                       DISPLAY "is not placed on the evacuation roster."
                   END-IF
               END-IF
           END-IF.

       ADD-SPECIAL-NEEDS-BODY.                                       *> The prompts, onto SPECIAL-NEEDS-RECORD.
           MOVE "Y" TO WS-SN-OK
           DISPLAY "Disability M)obility, V)isual, H)earing, O)ther"
           DISPLAY "-- all that apply, e.g. MH [" SN-DISABILITY "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-SN-TEXT
           ACCEPT WS-SN-TEXT
           INSPECT WS-SN-TEXT CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           IF WS-SN-TEXT NOT = SPACES
               MOVE WS-SN-TEXT(1:6) TO WS-SN-CHECK
               INSPECT WS-SN-CHECK CONVERTING "MVHO" TO "    "
               IF WS-SN-CHECK NOT = SPACES
                       OR WS-SN-TEXT(5:56) NOT = SPACES
                   MOVE "N" TO WS-SN-OK
               ELSE
                   MOVE WS-SN-TEXT(1:4) TO SN-DISABILITY
               END-IF
           END-IF
           IF SN-DISABILITY = SPACES
               MOVE "N" TO WS-SN-OK
           END-IF
           IF WS-SN-OK NOT = "Y"
               DISPLAY "Disability must be one or more of M, V, H"
               DISPLAY "and O -- nothing saved."
           ELSE
               DISPLAY "Description [" SN-DESCRIPTION "]: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-SN-TEXT
               ACCEPT WS-SN-TEXT
               IF WS-SN-TEXT NOT = SPACES
                   MOVE WS-SN-TEXT TO SN-DESCRIPTION
               END-IF
               DISPLAY "Accommodations (seating, extra time, ...)"
               DISPLAY "[" SN-ACCOMMODATIONS "]: " WITH NO ADVANCING
               MOVE SPACES TO WS-SN-TEXT
               ACCEPT WS-SN-TEXT
               IF WS-SN-TEXT NOT = SPACES
                   MOVE WS-SN-TEXT TO SN-ACCOMMODATIONS
               END-IF
               DISPLAY "Assistive devices [" SN-DEVICES "]: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-SN-TEXT
               ACCEPT WS-SN-TEXT
               IF WS-SN-TEXT NOT = SPACES
                   MOVE WS-SN-TEXT TO SN-DEVICES
               END-IF
               DISPLAY "How to bring the student out in a drill"
               DISPLAY "[" SN-EVAC-NOTE "]: " WITH NO ADVANCING
               MOVE SPACES TO WS-SN-TEXT
               ACCEPT WS-SN-TEXT
               IF WS-SN-TEXT NOT = SPACES
                   MOVE WS-SN-TEXT TO SN-EVAC-NOTE
               END-IF
           END-IF.

       SHOW-SPECIAL-NEEDS.                                           *> WS-SN-STUDENT's registry entry and class
                                                                      *> locations.
           OPEN INPUT SPECIAL-NEEDS-FILE
           MOVE "N" TO WS-SN-FOUND
           IF WS-SN-FILE-STATUS NOT = "35"
               MOVE WS-SN-STUDENT TO SN-STUDENT-NUMBER
               READ SPECIAL-NEEDS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SN-FOUND
               END-READ
           END-IF
           CLOSE SPECIAL-NEEDS-FILE
           IF WS-SN-FOUND NOT = "Y"
               DISPLAY "That student is not on the registry."
           ELSE
               MOVE WS-SN-STUDENT   TO WS-AX-STUDENT
               MOVE "SPECIAL NEEDS" TO WS-AX-SCREEN
               PERFORM LOG-RECORD-VIEW
               PERFORM SET-SN-HELPER-TEXT
               DISPLAY FRA-ME
               DISPLAY "Student:        " SN-STUDENT-NUMBER
               DISPLAY "Disability:     " SN-DISABILITY "  "
                   SN-DESCRIPTION
               DISPLAY "Accommodations: " SN-ACCOMMODATIONS
               DISPLAY "Devices:        " SN-DEVICES
               DISPLAY "Evacuation:     " SN-EVAC-NOTE
               DISPLAY "Drill helper:   " WS-SN-HELPER-TEXT
               DISPLAY "Updated:        " SN-UPDATED-DATE " by "
                   SN-UPDATED-BY
               DISPLAY "Class locations:"
               PERFORM LIST-SN-LOCATIONS
               DISPLAY FRA-ME
           END-IF.

       SET-SN-HELPER-TEXT.                                           *> SN-HELPER-* as one line for print.
           MOVE SPACES TO WS-SN-HELPER-TEXT
           EVALUATE SN-HELPER-KIND
               WHEN "B"
                   STRING "BUDDY " SN-HELPER-NAME " ("
                       SN-HELPER-ID ")"
                       DELIMITED BY SIZE INTO WS-SN-HELPER-TEXT
               WHEN "S"
                   STRING "STAFF " SN-HELPER-NAME " ("
                       SN-HELPER-ID ")"
                       DELIMITED BY SIZE INTO WS-SN-HELPER-TEXT
               WHEN OTHER
                   MOVE "** NONE ASSIGNED **" TO WS-SN-HELPER-TEXT
           END-EVALUATE.

       LIST-SN-LOCATIONS.                                            *> Every class location on file for
                                                                      *> WS-SN-STUDENT.
           MOVE ZERO TO WS-SN-HITS
           OPEN INPUT SN-LOCATION-FILE
           IF WS-SL-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-SN-EOF-FLAG
               PERFORM UNTIL WS-SN-EOF-FLAG = "Y"
                   READ SN-LOCATION-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SN-EOF-FLAG
                   END-READ
                   IF WS-SN-EOF-FLAG NOT = "Y"
                           AND SL-STUDENT-NUMBER = WS-SN-STUDENT
                       ADD 1 TO WS-SN-HITS
                       DISPLAY "  " SL-DAYS " " SL-FROM "-" SL-TO
                           "  " SL-BUILDING " floor " SL-FLOOR
                           " room " SL-ROOM " " SL-CLASS
                   END-IF
               END-PERFORM
           END-IF
           CLOSE SN-LOCATION-FILE
           IF WS-SN-HITS = ZERO
               DISPLAY "  (none on file)"
           END-IF.

       MAINTAIN-SN-LOCATIONS.                                        *> Key a registered student's class locations
                                                                      *> again from the schedule -- up to six, each a
                                                                      *> run of days and hours in one room.
           DISPLAY "Student ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-SN-STUDENT
           ACCEPT WS-SN-STUDENT
           OPEN I-O SPECIAL-NEEDS-FILE
           MOVE "N" TO WS-SN-FOUND
           IF WS-SN-FILE-STATUS NOT = "35"
               MOVE WS-SN-STUDENT TO SN-STUDENT-NUMBER
               READ SPECIAL-NEEDS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SN-FOUND
               END-READ
           END-IF
           IF WS-SN-FOUND NOT = "Y"
               DISPLAY "That student is not on the registry --"
               DISPLAY "register them first (option 1)."
           ELSE
               DISPLAY "Class locations on file:"
               PERFORM LIST-SN-LOCATIONS
               DISPLAY "Key this student's locations again (Y/N)? "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-SN-ANSWER
               ACCEPT WS-SN-ANSWER
               IF WS-SN-ANSWER = "Y" OR WS-SN-ANSWER = "y"
                   PERFORM REPLACE-SN-LOCATIONS
                   PERFORM FORMAT-TODAY-SLASHED
                   MOVE WS-TODAY-SLASHED TO SN-UPDATED-DATE
                   MOVE WS-CURRENT-USER  TO SN-UPDATED-BY
                   REWRITE SPECIAL-NEEDS-RECORD
                   MOVE WS-SN-STUDENT    TO STUDENT-NUMBER
                   MOVE "EVAC LOCATIONS" TO WS-AUDIT-FIELD-NAME
                   MOVE SPACES           TO WS-AUDIT-OLD-VALUE
                   MOVE SPACES           TO WS-AUDIT-NEW-VALUE
                   STRING SN-LOC-COUNT " LOCATION(S)"
                       DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
                   PERFORM APPEND-AUDIT-LOG
                   DISPLAY SN-LOC-COUNT " class location(s) saved."
               END-IF
           END-IF
           CLOSE SPECIAL-NEEDS-FILE.

       REPLACE-SN-LOCATIONS.                                         *> Drop WS-SN-STUDENT's old locations and take
                                                                      *> the new ones; leaves the count in
                                                                      *> SN-LOC-COUNT.
           PERFORM DELETE-SN-LOCATIONS
           OPEN I-O SN-LOCATION-FILE
           IF WS-SL-FILE-STATUS = "35"
               OPEN OUTPUT SN-LOCATION-FILE
               CLOSE SN-LOCATION-FILE
               OPEN I-O SN-LOCATION-FILE
           END-IF
           MOVE ZERO TO SN-LOC-COUNT
           MOVE "N" TO WS-SN-DONE
           PERFORM UNTIL WS-SN-DONE = "Y" OR SN-LOC-COUNT = 6
               COMPUTE WS-SN-SLOT = SN-LOC-COUNT + 1
               DISPLAY "Location " WS-SN-SLOT
                   " -- building (Enter when done): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-SN-TEXT
               ACCEPT WS-SN-TEXT
               IF WS-SN-TEXT = SPACES
                   MOVE "Y" TO WS-SN-DONE
               ELSE
                   PERFORM KEY-ONE-SN-LOCATION
               END-IF
           END-PERFORM
           CLOSE SN-LOCATION-FILE.

       KEY-ONE-SN-LOCATION.                                          *> Building already in WS-SN-TEXT; the rest of
                                                                      *> one location, written when it checks out.
           MOVE SPACES TO SN-LOCATION-RECORD
           INSPECT WS-SN-TEXT CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           MOVE WS-SN-TEXT TO SL-BUILDING
           MOVE WS-SN-STUDENT TO SL-STUDENT-NUMBER
           MOVE WS-SN-SLOT TO SL-SLOT
           DISPLAY "Floor (G, 1, 2, ...): " WITH NO ADVANCING
           ACCEPT SL-FLOOR
           INSPECT SL-FLOOR CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           DISPLAY "Room: " WITH NO ADVANCING
           ACCEPT SL-ROOM
           DISPLAY "Subject or section: " WITH NO ADVANCING
           ACCEPT SL-CLASS
           DISPLAY "Days, any of M T W H F S [MTWHF]: "
               WITH NO ADVANCING
           ACCEPT SL-DAYS
           INSPECT SL-DAYS CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           IF SL-DAYS = SPACES
               MOVE "MTWHF" TO SL-DAYS
           END-IF
           MOVE SL-DAYS TO WS-SN-CHECK
           INSPECT WS-SN-CHECK CONVERTING "MTWHFS" TO "      "
           MOVE "Y" TO WS-SN-OK
           IF WS-SN-CHECK NOT = SPACES OR SL-FLOOR = SPACES
               MOVE "N" TO WS-SN-OK
           END-IF
           IF WS-SN-OK = "Y"
               DISPLAY "From HH:MM: " WITH NO ADVANCING
               MOVE SPACES TO WS-SN-TIME-TEXT
               ACCEPT WS-SN-TIME-TEXT
               PERFORM CHECK-SN-TIME
               MOVE WS-SN-TIME-TEXT TO SL-FROM
           END-IF
           IF WS-SN-OK = "Y"
               DISPLAY "To HH:MM: " WITH NO ADVANCING
               MOVE SPACES TO WS-SN-TIME-TEXT
               ACCEPT WS-SN-TIME-TEXT
               PERFORM CHECK-SN-TIME
               MOVE WS-SN-TIME-TEXT TO SL-TO
           END-IF
           IF WS-SN-OK = "Y" AND SL-TO NOT > SL-FROM
               MOVE "N" TO WS-SN-OK
           END-IF
           IF WS-SN-OK NOT = "Y"
               DISPLAY "Floor, days or hours not valid -- that"
               DISPLAY "location was not saved; key it again."
           ELSE
               WRITE SN-LOCATION-RECORD
                   INVALID KEY
                       DISPLAY "Location already keyed -- skipped."
                   NOT INVALID KEY
                       ADD 1 TO SN-LOC-COUNT
               END-WRITE
           END-IF.

       CHECK-SN-TIME.                                                *> Is WS-SN-TIME-TEXT a 24-hour HH:MM?
           IF WS-SN-TIME-TEXT(1:2) IS NOT NUMERIC
                   OR WS-SN-TIME-TEXT(3:1) NOT = ":"
                   OR WS-SN-TIME-TEXT(4:2) IS NOT NUMERIC
               MOVE "N" TO WS-SN-OK
           ELSE
               IF WS-SN-TIME-TEXT(1:2) > "23"
                       OR WS-SN-TIME-TEXT(4:2) > "59"
                   MOVE "N" TO WS-SN-OK
               END-IF
           END-IF.

       DELETE-SN-LOCATIONS.                                          *> Every location row for WS-SN-STUDENT.
           OPEN I-O SN-LOCATION-FILE
           IF WS-SL-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-SN-EOF-FLAG
               PERFORM UNTIL WS-SN-EOF-FLAG = "Y"
                   READ SN-LOCATION-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SN-EOF-FLAG
                   END-READ
                   IF WS-SN-EOF-FLAG NOT = "Y"
                           AND SL-STUDENT-NUMBER = WS-SN-STUDENT
                       DELETE SN-LOCATION-FILE RECORD
                   END-IF
               END-PERFORM
           END-IF
           CLOSE SN-LOCATION-FILE.

       ASSIGN-SN-HELPER.                                             *> Name the student buddy or staff member who
                                                                      *> takes a registered student out in a drill.
           DISPLAY "Student ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-SN-STUDENT
           ACCEPT WS-SN-STUDENT
           OPEN I-O SPECIAL-NEEDS-FILE
           MOVE "N" TO WS-SN-FOUND
           IF WS-SN-FILE-STATUS NOT = "35"
               MOVE WS-SN-STUDENT TO SN-STUDENT-NUMBER
               READ SPECIAL-NEEDS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-SN-FOUND
               END-READ
           END-IF
           IF WS-SN-FOUND NOT = "Y"
               DISPLAY "That student is not on the registry --"
               DISPLAY "register them first (option 1)."
           ELSE
               PERFORM SET-SN-HELPER-TEXT
               DISPLAY "Helper now: " WS-SN-HELPER-TEXT
               MOVE SN-HELPER-ID TO WS-SN-OLD-VALUE
               PERFORM ASSIGN-SN-HELPER-BODY
               IF WS-SN-OK = "Y"
                   PERFORM FORMAT-TODAY-SLASHED
                   MOVE WS-TODAY-SLASHED TO SN-UPDATED-DATE
                   MOVE WS-CURRENT-USER  TO SN-UPDATED-BY
                   REWRITE SPECIAL-NEEDS-RECORD
                   MOVE WS-SN-STUDENT    TO STUDENT-NUMBER
                   MOVE "DRILL HELPER"   TO WS-AUDIT-FIELD-NAME
                   MOVE WS-SN-OLD-VALUE  TO WS-AUDIT-OLD-VALUE
                   MOVE SN-HELPER-ID     TO WS-AUDIT-NEW-VALUE
                   PERFORM APPEND-AUDIT-LOG
                   DISPLAY "Drill helper saved."
               END-IF
           END-IF
           CLOSE SPECIAL-NEEDS-FILE.

       ASSIGN-SN-HELPER-BODY.                                        *> B)uddy must be an enrolled student, S)taff
                                                                      *> an active account; N)one clears it.
           MOVE "N" TO WS-SN-OK
           DISPLAY "Helper B)uddy student, S)taff member, N)one: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-SN-ANSWER
           ACCEPT WS-SN-ANSWER
           INSPECT WS-SN-ANSWER CONVERTING "bsn" TO "BSN"
           EVALUATE WS-SN-ANSWER
               WHEN "B"
                   DISPLAY "Buddy's Student ID: " WITH NO ADVANCING
                   MOVE SPACES TO WS-SN-LOOKUP
                   ACCEPT WS-SN-LOOKUP
                   PERFORM READ-SN-PATIENT
                   IF WS-SN-PT-FOUND NOT = "Y"
                       DISPLAY "No enrolled student with that ID."
                   ELSE
                       IF WS-SN-LOOKUP = WS-SN-STUDENT
                           DISPLAY "The buddy must be another student."
                       ELSE
                           MOVE "B" TO SN-HELPER-KIND
                           MOVE WS-SN-LOOKUP TO SN-HELPER-ID
                           MOVE WS-SN-PT-NAME TO SN-HELPER-NAME
                           MOVE "Y" TO WS-SN-OK
                       END-IF
                   END-IF
               WHEN "S"
                   DISPLAY "Staff member's username: "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-ACCT-TARGET
                   ACCEPT WS-ACCT-TARGET
                   PERFORM LOAD-ACCOUNT-TABLE
                   PERFORM FIND-ACCOUNT-ENTRY
                   IF WS-ACCT-FOUND NOT = "Y"
                       DISPLAY "No such account."
                   ELSE
                       IF WS-ACCT-STATUS(WS-ACCT-IDX) = "D"
                           DISPLAY "That account is disabled."
                       ELSE
                           DISPLAY "Staff member's name: "
                               WITH NO ADVANCING
                           MOVE SPACES TO WS-SN-TEXT
                           ACCEPT WS-SN-TEXT
                           MOVE "S" TO SN-HELPER-KIND
                           MOVE WS-ACCT-TARGET TO SN-HELPER-ID
                           MOVE WS-SN-TEXT TO SN-HELPER-NAME
                           MOVE "Y" TO WS-SN-OK
                       END-IF
                   END-IF
               WHEN "N"
                   MOVE SPACES TO SN-HELPER-KIND
                   MOVE SPACES TO SN-HELPER-ID
                   MOVE SPACES TO SN-HELPER-NAME
                   MOVE "Y" TO WS-SN-OK
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-SN-OK NOT = "Y"
               DISPLAY "Drill helper not changed."
           END-IF.

       READ-SN-PATIENT.                                              *> WS-SN-LOOKUP's name and section, and
                                                                      *> whether the student is still enrolled.
           MOVE "N" TO WS-SN-PT-FOUND
           MOVE SPACES TO WS-SN-PT-NAME
           MOVE SPACES TO WS-SN-PT-CYS
           IF WS-SN-LOOKUP NOT = SPACES
               MOVE WS-SN-LOOKUP TO STUDENT-NUMBER
               OPEN INPUT PATIENT-FILE
               IF WS-FILE-STATUS NOT = "35"
                   READ PATIENT-FILE
                       KEY IS STUDENT-NUMBER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ARCHIVE-STATUS NOT = "X"
                               MOVE "Y" TO WS-SN-PT-FOUND
                           END-IF
                           MOVE PATIENT-NAME TO WS-SN-PT-NAME
                           MOVE STUDENT-CYS  TO WS-SN-PT-CYS
                   END-READ
               END-IF
               CLOSE PATIENT-FILE
           END-IF.

       REMOVE-SPECIAL-NEEDS.                                         *> Take a student off the registry, with their
                                                                      *> class locations.
           DISPLAY "Student ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-SN-STUDENT
           ACCEPT WS-SN-STUDENT
           OPEN I-O SPECIAL-NEEDS-FILE
           IF WS-SN-FILE-STATUS = "35"
               DISPLAY "No students on the registry yet."
               CLOSE SPECIAL-NEEDS-FILE
           ELSE
               MOVE WS-SN-STUDENT TO SN-STUDENT-NUMBER
               READ SPECIAL-NEEDS-FILE
                   INVALID KEY
                       DISPLAY "That student is not on the registry."
                   NOT INVALID KEY
                       DELETE SPECIAL-NEEDS-FILE RECORD
                       DISPLAY "Removed from the registry."
                       MOVE WS-SN-STUDENT TO STUDENT-NUMBER
                       MOVE "SPECIAL NEEDS" TO WS-AUDIT-FIELD-NAME
                       MOVE SN-DISABILITY TO WS-AUDIT-OLD-VALUE
                       MOVE "REMOVED"     TO WS-AUDIT-NEW-VALUE
                       PERFORM APPEND-AUDIT-LOG
               END-READ
               CLOSE SPECIAL-NEEDS-FILE
               PERFORM DELETE-SN-LOCATIONS
           END-IF.

       EVAC-ROSTER-BODY.                                             *> Who needs help out of each building and
                                                                      *> floor at drill day WS-SN-DAY, time
                                                                      *> WS-SN-TIME (blank = every class), and who
                                                                      *> helps them; then every registered student
                                                                      *> the roster could not place.
           INSPECT WS-SN-DAY CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           MOVE "Y" TO WS-SN-OK
           IF WS-SN-DAY NOT = SPACES
               MOVE WS-SN-DAY TO WS-SN-CHECK
               INSPECT WS-SN-CHECK CONVERTING "MTWHFS" TO "      "
               IF WS-SN-CHECK NOT = SPACES
                   MOVE "N" TO WS-SN-OK
               END-IF
           END-IF
           IF WS-SN-TIME NOT = SPACES
               MOVE WS-SN-TIME TO WS-SN-TIME-TEXT
               PERFORM CHECK-SN-TIME
           END-IF
           IF WS-SN-OK NOT = "Y"
               DISPLAY "Drill day must be one of M T W H F S and the"
               DISPLAY "time HH:MM -- no roster printed."
           ELSE
               PERFORM EVAC-ROSTER-REPORT
           END-IF.

       EVAC-ROSTER-REPORT.                                           *> The roster itself -- every location row the
                                                                      *> drill falls in, the unplaced, then totals.
           MOVE ZERO TO WS-SN-ROWS
           MOVE ZERO TO WS-SN-NO-HELPER
           MOVE ZERO TO WS-SN-UNPLACED
           MOVE ZERO TO WS-SN-LEFT
           MOVE ZERO TO WS-SN-PLACED-COUNT
           MOVE "N" TO WS-SN-PLACED-FULL
           MOVE HIGH-VALUES TO WS-SN-LAST-BUILDING
           MOVE HIGH-VALUES TO WS-SN-LAST-FLOOR
           MOVE "EVACROST" TO WS-RO-NAME
           MOVE "EVACUATION ASSISTANCE ROSTER" TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           MOVE SPACES TO WS-RO-LINE
           IF WS-SN-DAY = SPACES AND WS-SN-TIME = SPACES
               MOVE "Every class location on file." TO WS-RO-LINE
           ELSE
               STRING "Drill day: " WS-SN-DAY "   time: " WS-SN-TIME
                   "   (blank = any)"
                   DELIMITED BY SIZE INTO WS-RO-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           OPEN INPUT SPECIAL-NEEDS-FILE
           OPEN INPUT SN-LOCATION-FILE
           IF WS-SN-FILE-STATUS = "35"
               MOVE "No students on the special-needs registry."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               IF WS-SL-FILE-STATUS NOT = "35"
                   MOVE "N" TO WS-SN-EOF-FLAG
                   PERFORM UNTIL WS-SN-EOF-FLAG = "Y"
                       READ SN-LOCATION-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-SN-EOF-FLAG
                       END-READ
                       IF WS-SN-EOF-FLAG NOT = "Y"
                           PERFORM EVAC-ROSTER-SLOT
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM EVAC-ROSTER-UNPLACED
           END-IF
           CLOSE SN-LOCATION-FILE
           CLOSE SPECIAL-NEEDS-FILE
           PERFORM EVAC-ROSTER-TOTALS
           PERFORM CLOSE-REPORT-OUTPUT.

       EVAC-ROSTER-SLOT.                                             *> One location row -- printed when the drill
                                                                      *> falls inside it.
           MOVE "Y" TO WS-SN-ROW-OK
           IF WS-SN-DAY NOT = SPACES
               MOVE ZERO TO WS-SN-HITS
               INSPECT SL-DAYS TALLYING WS-SN-HITS FOR ALL WS-SN-DAY
               IF WS-SN-HITS = ZERO
                   MOVE "N" TO WS-SN-ROW-OK
               END-IF
           END-IF
           IF WS-SN-TIME NOT = SPACES
               IF WS-SN-TIME < SL-FROM OR WS-SN-TIME NOT < SL-TO
                   MOVE "N" TO WS-SN-ROW-OK
               END-IF
           END-IF
           IF WS-SN-ROW-OK = "Y"
               MOVE SL-STUDENT-NUMBER TO SN-STUDENT-NUMBER
               READ SPECIAL-NEEDS-FILE
                   INVALID KEY
                       MOVE "N" TO WS-SN-ROW-OK
               END-READ
           END-IF
           IF WS-SN-ROW-OK = "Y"
               MOVE SL-STUDENT-NUMBER TO WS-SN-LOOKUP
               PERFORM READ-SN-PATIENT
               IF WS-SN-PT-FOUND = "Y"
                   PERFORM EVAC-ROSTER-ROW
               END-IF
           END-IF.

       EVAC-ROSTER-ROW.                                              *> Heading on a new building or floor, then the
                                                                      *> student, what they need, and their helper.
           IF SL-BUILDING NOT = WS-SN-LAST-BUILDING
                   OR SL-FLOOR NOT = WS-SN-LAST-FLOOR
               MOVE SL-BUILDING TO WS-SN-LAST-BUILDING
               MOVE SL-FLOOR TO WS-SN-LAST-FLOOR
               MOVE SPACES TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               STRING "BUILDING " SL-BUILDING "   FLOOR " SL-FLOOR
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE ALL "-" TO WS-RO-LINE(1:60)
               PERFORM EMIT-REPORT-LINE
           END-IF
           ADD 1 TO WS-SN-ROWS
           PERFORM SET-SN-HELPER-TEXT
           IF SN-HELPER-KIND = SPACES
               ADD 1 TO WS-SN-NO-HELPER
           END-IF
           MOVE SPACES TO WS-RO-LINE
           STRING "Room " SL-ROOM " " SL-DAYS " " SL-FROM "-" SL-TO
               "  " SL-STUDENT-NUMBER " " WS-SN-PT-NAME " "
               WS-SN-PT-CYS
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "      Needs: " SN-DISABILITY " " SN-DESCRIPTION
               "  Devices: " SN-DEVICES
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "      Evacuation: " SN-EVAC-NOTE
               "  Helper: " WS-SN-HELPER-TEXT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM FIND-SN-PLACED
           IF WS-SN-IS-PLACED NOT = "Y"
               IF WS-SN-PLACED-COUNT < 300
                   ADD 1 TO WS-SN-PLACED-COUNT
                   MOVE SL-STUDENT-NUMBER
                       TO WS-SN-PLACED(WS-SN-PLACED-COUNT)
               ELSE
                   MOVE "Y" TO WS-SN-PLACED-FULL
               END-IF
           END-IF.

       FIND-SN-PLACED.                                               *> Is SL-STUDENT-NUMBER already on the roster?
           MOVE "N" TO WS-SN-IS-PLACED
           MOVE 1 TO WS-SN-IDX
           PERFORM UNTIL WS-SN-IDX > WS-SN-PLACED-COUNT
                   OR WS-SN-IS-PLACED = "Y"
               IF WS-SN-PLACED(WS-SN-IDX) = SL-STUDENT-NUMBER
                   MOVE "Y" TO WS-SN-IS-PLACED
               ELSE
                   ADD 1 TO WS-SN-IDX
               END-IF
           END-PERFORM.

       EVAC-ROSTER-UNPLACED.                                         *> Registered students with no class location
                                                                      *> at the drill time -- the coordinator finds
                                                                      *> out where they will be before the drill.
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "REGISTERED STUDENTS NOT PLACED ON THIS ROSTER"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ALL "-" TO WS-RO-LINE(1:60)
           PERFORM EMIT-REPORT-LINE
           IF WS-SN-PLACED-FULL = "Y"
               MOVE "(Over 300 students placed -- list not checked.)"
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE LOW-VALUES TO SN-STUDENT-NUMBER
               START SPECIAL-NEEDS-FILE
                   KEY IS NOT LESS THAN SN-STUDENT-NUMBER
                   INVALID KEY
                       MOVE "Y" TO WS-SN-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-SN-EOF-FLAG
               END-START
               PERFORM UNTIL WS-SN-EOF-FLAG = "Y"
                   READ SPECIAL-NEEDS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SN-EOF-FLAG
                   END-READ
                   IF WS-SN-EOF-FLAG NOT = "Y"
                       PERFORM EVAC-ROSTER-UNPLACED-ONE
                   END-IF
               END-PERFORM
           END-IF.

       EVAC-ROSTER-UNPLACED-ONE.                                     *> A registry entry the roster did not place:
                                                                      *> listed with the reason and their helper.
           MOVE SN-STUDENT-NUMBER TO SL-STUDENT-NUMBER
           PERFORM FIND-SN-PLACED
           IF WS-SN-IS-PLACED NOT = "Y"
               MOVE SN-STUDENT-NUMBER TO WS-SN-LOOKUP
               PERFORM READ-SN-PATIENT
               IF WS-SN-PT-FOUND NOT = "Y"
                   ADD 1 TO WS-SN-LEFT
               ELSE
                   ADD 1 TO WS-SN-UNPLACED
                   IF SN-LOC-COUNT = ZERO
                       MOVE "no class location on file"
                           TO WS-SN-REASON
                   ELSE
                       MOVE "no class at the drill time"
                           TO WS-SN-REASON
                   END-IF
                   PERFORM SET-SN-HELPER-TEXT
                   MOVE SPACES TO WS-RO-LINE
                   STRING SN-STUDENT-NUMBER " " WS-SN-PT-NAME " "
                       SN-DISABILITY " " WS-SN-REASON
                       DELIMITED BY SIZE INTO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
                   MOVE SPACES TO WS-RO-LINE
                   STRING "      Helper: " WS-SN-HELPER-TEXT
                       DELIMITED BY SIZE INTO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-IF.

       EVAC-ROSTER-TOTALS.                                           *> Counts and the sign-off lines.
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "Placed: " WS-SN-ROWS
               "   With no helper: " WS-SN-NO-HELPER
               "   Not placed: " WS-SN-UNPLACED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           IF WS-SN-LEFT > ZERO
               MOVE SPACES TO WS-RO-LINE
               STRING "Registered but no longer enrolled, left out: "
                   WS-SN-LEFT " -- remove them from the registry."
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           PERFORM FORMAT-TODAY-SLASHED
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "Prepared by: " WS-CURRENT-USER " on "
               WS-TODAY-SLASHED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "Received by the DRRM coordinator: ___________________"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       NO-HELPER-REPORT.                                             *> Registered students nobody is assigned to
                                                                      *> help out in a drill -- no helper, a buddy
                                                                      *> no longer enrolled, or a staff account no
                                                                      *> longer active.
           MOVE ZERO TO WS-SN-REGISTERED
           MOVE ZERO TO WS-SN-LISTED
           MOVE ZERO TO WS-SN-LEFT
           MOVE "NOHELPER" TO WS-RO-NAME
           MOVE "SPECIAL-NEEDS STUDENTS WITH NO DRILL HELPER"
               TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           PERFORM LOAD-ACCOUNT-TABLE
           OPEN INPUT SPECIAL-NEEDS-FILE
           IF WS-SN-FILE-STATUS = "35"
               MOVE "No students on the special-needs registry."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           ELSE
               MOVE "N" TO WS-SN-EOF-FLAG
               PERFORM UNTIL WS-SN-EOF-FLAG = "Y"
                   READ SPECIAL-NEEDS-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SN-EOF-FLAG
                   END-READ
                   IF WS-SN-EOF-FLAG NOT = "Y"
                       PERFORM NO-HELPER-ONE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE SPECIAL-NEEDS-FILE
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "Registered: " WS-SN-REGISTERED
               "   Needing a helper: " WS-SN-LISTED
               "   No longer enrolled: " WS-SN-LEFT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM CLOSE-REPORT-OUTPUT.

       NO-HELPER-ONE.                                                *> One registered student, listed with the
                                                                      *> reason when nobody can take them out.
           MOVE SN-STUDENT-NUMBER TO WS-SN-LOOKUP
           PERFORM READ-SN-PATIENT
           IF WS-SN-PT-FOUND NOT = "Y"
               ADD 1 TO WS-SN-LEFT
           ELSE
               ADD 1 TO WS-SN-REGISTERED
               MOVE WS-SN-PT-NAME TO WS-SN-NAME
               MOVE WS-SN-PT-CYS TO WS-SN-CYS
               MOVE SPACES TO WS-SN-REASON
               EVALUATE SN-HELPER-KIND
                   WHEN "B"
                       MOVE SN-HELPER-ID TO WS-SN-LOOKUP
                       PERFORM READ-SN-PATIENT
                       IF WS-SN-PT-FOUND NOT = "Y"
                           MOVE "BUDDY NO LONGER ENROLLED"
                               TO WS-SN-REASON
                       END-IF
                   WHEN "S"
                       MOVE SN-HELPER-ID TO WS-ACCT-TARGET
                       PERFORM FIND-ACCOUNT-ENTRY
                       IF WS-ACCT-FOUND NOT = "Y"
                           MOVE "STAFF ACCOUNT REMOVED" TO WS-SN-REASON
                       ELSE
                           IF WS-ACCT-STATUS(WS-ACCT-IDX) = "D"
                               MOVE "STAFF ACCOUNT DISABLED"
                                   TO WS-SN-REASON
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE "NO HELPER ASSIGNED" TO WS-SN-REASON
               END-EVALUATE
               IF WS-SN-REASON NOT = SPACES
                   ADD 1 TO WS-SN-LISTED
                   MOVE SPACES TO WS-RO-LINE
                   STRING SN-STUDENT-NUMBER " " WS-SN-NAME " "
                       WS-SN-CYS " " WS-SN-REASON
                       DELIMITED BY SIZE INTO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
                   MOVE SPACES TO WS-RO-LINE
                   STRING "      Needs: " SN-DISABILITY " "
                       SN-DESCRIPTION "  Devices: " SN-DEVICES
                       DELIMITED BY SIZE INTO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-IF.

       AEFI-MENU.                                                    *> Adverse events following immunization --
                                                                      *> the case on the dose, the division's case
                                                                      *> report form and 24-hour watch, and the
                                                                      *> session and lot rates.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      ADVERSE EVENTS FOLLOWING IMMUNIZATION"
           DISPLAY FRA-ME
           DISPLAY "1) Record or update an AEFI on a dose"
           DISPLAY "2) Print the division AEFI case report form"
           DISPLAY "3) Mark a case sent to the division"
           DISPLAY "4) Serious cases not yet sent (24-hour watch)"
           DISPLAY "5) AEFI rates by session and lot"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-EV-CHOICE
           EVALUATE WS-EV-CHOICE
               WHEN "1"
                   PERFORM RECORD-AEFI
               WHEN "2"
                   PERFORM PRINT-AEFI-CASE-FORM
               WHEN "3"
                   PERFORM MARK-AEFI-REPORTED
               WHEN "4"
                   PERFORM AEFI-DUE-LIST
               WHEN "5"
                   DISPLAY "Sessions from (YYYY/MM/DD, Enter for all): "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-EVR-FROM
                   ACCEPT WS-EVR-FROM
                   DISPLAY "Sessions to (YYYY/MM/DD, Enter for all): "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-EVR-TO
                   ACCEPT WS-EVR-TO
                   PERFORM AEFI-RATE-REPORT
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-EV-CHOICE NOT = "x" AND WS-EV-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM AEFI-MENU
           END-IF.

       RECORD-AEFI.                                                  *> Pick the student's dose, then the event.
           DISPLAY "Student ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-EV-STUDENT
           ACCEPT WS-EV-STUDENT
           PERFORM LIST-STUDENT-DOSES
           IF WS-EV-ROWS = ZERO
               DISPLAY "No immunization on file for that student --"
               DISPLAY "record the dose first."
           ELSE
               DISPLAY "Dose date [" WS-EV-LAST-DATE "]: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-EV-DOSE-DATE
               ACCEPT WS-EV-DOSE-DATE
               IF WS-EV-DOSE-DATE = SPACES
                   MOVE WS-EV-LAST-DATE TO WS-EV-DOSE-DATE
               END-IF
               PERFORM READ-EV-DOSE
               IF WS-EV-OK NOT = "Y"
                   DISPLAY "No immunization row for that date."
               ELSE
                   PERFORM RECORD-AEFI-BODY
               END-IF
           END-IF.

       LIST-STUDENT-DOSES.                                           *> WS-EV-STUDENT's "I" rows, counted in
                                                                      *> WS-EV-ROWS; the latest date is left in
                                                                      *> WS-EV-LAST-DATE.
           MOVE ZERO TO WS-EV-ROWS
           MOVE SPACES TO WS-EV-LAST-DATE
           MOVE WS-EV-STUDENT TO WS-AX-STUDENT
           MOVE "AEFI DOSES"  TO WS-AX-SCREEN
           PERFORM LOG-RECORD-VIEW
           OPEN INPUT ALLERGY-IMM-FILE
           IF WS-AI-FILE-STATUS NOT = "35"
               MOVE WS-EV-STUDENT TO AI-STUDENT-NUMBER
               MOVE LOW-VALUE     TO AI-ENTRY-DATE
               MOVE "N" TO WS-EV-EOF-FLAG
               START ALLERGY-IMM-FILE
                   KEY IS NOT LESS THAN AI-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EV-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EV-EOF-FLAG = "Y"
                   READ ALLERGY-IMM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EV-EOF-FLAG
                   END-READ
                   IF WS-EV-EOF-FLAG NOT = "Y"
                       IF AI-STUDENT-NUMBER NOT = WS-EV-STUDENT
                           MOVE "Y" TO WS-EV-EOF-FLAG
                       ELSE
                           IF AI-RECORD-TYPE = "I"
                                   OR AI-RECORD-TYPE = "i"
                               ADD 1 TO WS-EV-ROWS
                               MOVE AI-ENTRY-DATE TO WS-EV-LAST-DATE
                               DISPLAY "  " AI-ENTRY-DATE " "
                                   AI-DESCRIPTION " "
                                   AI-REACTION-OR-DOSE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ALLERGY-IMM-FILE.

       READ-EV-DOSE.                                                 *> The "I" row for WS-EV-STUDENT and
                                                                      *> WS-EV-DOSE-DATE: vaccine, dose and lot as
                                                                      *> the campaign wrote them ("<dose> lot <lot>"),
                                                                      *> and the clock time it stamped.
           MOVE "N" TO WS-EV-OK
           MOVE SPACES TO WS-EV-VACCINE
           MOVE SPACES TO WS-EV-DOSE-TEXT
           MOVE SPACES TO WS-EV-LOT-TEXT
           MOVE SPACES TO WS-EV-VAC-TIME
           OPEN INPUT ALLERGY-IMM-FILE
           IF WS-AI-FILE-STATUS NOT = "35"
               MOVE WS-EV-STUDENT   TO AI-STUDENT-NUMBER
               MOVE WS-EV-DOSE-DATE TO AI-ENTRY-DATE
               READ ALLERGY-IMM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AI-RECORD-TYPE = "I"
                               OR AI-RECORD-TYPE = "i"
                           MOVE "Y" TO WS-EV-OK
                           MOVE AI-DESCRIPTION TO WS-EV-VACCINE
                           UNSTRING AI-REACTION-OR-DOSE
                               DELIMITED BY " lot "
                               INTO WS-EV-DOSE-TEXT WS-EV-LOT-TEXT
                           END-UNSTRING
                           IF AI-NOTES(1:17) = "Campaign session "
                               MOVE AI-NOTES(18:5) TO WS-EV-VAC-TIME
                           END-IF
                       END-IF
               END-READ
           END-IF
           CLOSE ALLERGY-IMM-FILE.

       RECORD-AEFI-BODY.                                             *> Create or change the case for the dose read;
                                                                      *> a serious one puts the contraindication on
                                                                      *> the allergy list and starts the 24 hours.
           OPEN I-O AEFI-FILE
           IF WS-EV-FILE-STATUS = "35"
               OPEN OUTPUT AEFI-FILE
               CLOSE AEFI-FILE
               OPEN I-O AEFI-FILE
           END-IF
           MOVE WS-EV-STUDENT   TO EV-STUDENT-NUMBER
           MOVE WS-EV-DOSE-DATE TO EV-DOSE-DATE
           READ AEFI-FILE
               INVALID KEY
                   MOVE "N" TO WS-EV-FOUND
                   MOVE SPACES TO AEFI-RECORD
                   MOVE WS-EV-STUDENT   TO EV-STUDENT-NUMBER
                   MOVE WS-EV-DOSE-DATE TO EV-DOSE-DATE
                   MOVE ZERO TO EV-INTERVAL-MIN
                   MOVE WS-EV-VACCINE   TO EV-VACCINE
                   MOVE WS-EV-DOSE-TEXT TO EV-DOSE-LABEL
                   MOVE WS-EV-LOT-TEXT  TO EV-LOT
                   MOVE WS-EV-VAC-TIME  TO EV-VACCINE-TIME
                   MOVE "N" TO EV-SERIOUS
                   MOVE "N" TO EV-REFERRED
                   MOVE "U" TO EV-OUTCOME
               NOT INVALID KEY
                   MOVE "Y" TO WS-EV-FOUND
                   DISPLAY "Case " EV-CASE-ID " is on file for this"
                   DISPLAY "dose -- Enter keeps what is shown."
           END-READ
           MOVE EV-SERIOUS TO WS-EV-OLD-SERIOUS
           DISPLAY "Vaccine: " EV-VACCINE
           PERFORM AEFI-PROMPTS
           IF WS-EV-OK = "Y"
               IF WS-EV-FOUND NOT = "Y"
                   PERFORM GET-NEXT-AEFI-CASE-ID
                   PERFORM FORMAT-TODAY-SLASHED
                   PERFORM GET-CLOCK-HHMM
                   MOVE WS-TODAY-SLASHED TO EV-RECORDED-DATE
                   MOVE WS-VH-TIME-SLOT  TO EV-RECORDED-TIME
                   MOVE WS-CURRENT-USER  TO EV-RECORDED-BY
               END-IF
               IF EV-SERIOUS = "Y"
                   PERFORM SET-AEFI-CONTRAINDICATION
               END-IF
               IF WS-EV-FOUND = "Y"
                   REWRITE AEFI-RECORD
               ELSE
                   WRITE AEFI-RECORD
               END-IF
           END-IF
           CLOSE AEFI-FILE
           IF WS-EV-OK = "Y"
               MOVE EV-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE "AEFI"            TO WS-AUDIT-FIELD-NAME
               MOVE SPACES            TO WS-AUDIT-OLD-VALUE
               MOVE SPACES            TO WS-AUDIT-NEW-VALUE
               IF WS-EV-FOUND = "Y"
                   STRING EV-CASE-ID " SERIOUS " WS-EV-OLD-SERIOUS
                       DELIMITED BY SIZE INTO WS-AUDIT-OLD-VALUE
               END-IF
               STRING EV-CASE-ID " SERIOUS " EV-SERIOUS
                   DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
               PERFORM APPEND-AUDIT-LOG
               DISPLAY "AEFI case " EV-CASE-ID " saved."
               IF EV-SERIOUS = "Y" AND EV-REPORTED-DATE = SPACES
                   PERFORM SET-AEFI-DEADLINE
                   DISPLAY FRA-ME
                   DISPLAY "** SERIOUS AEFI -- the division must have"
                   DISPLAY "** the case report form by " WS-EV-DUE-DATE
                       " " EV-RECORDED-TIME "."
                   DISPLAY "** Print it from option 2 and mark it sent"
                   DISPLAY "** with option 3."
                   DISPLAY FRA-ME
               END-IF
           END-IF.

       AEFI-PROMPTS.                                                 *> The event itself onto AEFI-RECORD -- Enter
                                                                      *> keeps what is shown; a bad entry stops
                                                                      *> with nothing saved.
           MOVE "Y" TO WS-EV-OK
           DISPLAY "Lot [" EV-LOT "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-EV-TEXT
           ACCEPT WS-EV-TEXT
           IF WS-EV-TEXT NOT = SPACES
               MOVE WS-EV-TEXT TO EV-LOT
           END-IF
           DISPLAY "Time vaccinated HH:MM [" EV-VACCINE-TIME "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-EV-TIME-TEXT
           ACCEPT WS-EV-TIME-TEXT
           IF WS-EV-TIME-TEXT = SPACES
               MOVE EV-VACCINE-TIME TO WS-EV-TIME-TEXT
           END-IF
           PERFORM CHECK-EV-TIME
           MOVE WS-EV-TIME-TEXT TO EV-VACCINE-TIME
           IF WS-EV-OK = "Y"
               IF EV-ONSET-DATE = SPACES
                   MOVE EV-DOSE-DATE TO EV-ONSET-DATE
               END-IF
               DISPLAY "Onset date [" EV-ONSET-DATE "]: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DR-DATE-TEXT
               ACCEPT WS-DR-DATE-TEXT
               IF WS-DR-DATE-TEXT = SPACES
                   MOVE EV-ONSET-DATE TO WS-DR-DATE-TEXT
               END-IF
               PERFORM CHECK-DR-DATE
               MOVE WS-DR-DATE-TEXT TO EV-ONSET-DATE
               MOVE WS-DR-OK TO WS-EV-OK
           END-IF
           IF WS-EV-OK = "Y"
               IF EV-ONSET-TIME = SPACES
                   PERFORM GET-CLOCK-HHMM
                   MOVE WS-VH-TIME-SLOT TO EV-ONSET-TIME
               END-IF
               DISPLAY "Onset time HH:MM [" EV-ONSET-TIME "]: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-EV-TIME-TEXT
               ACCEPT WS-EV-TIME-TEXT
               IF WS-EV-TIME-TEXT = SPACES
                   MOVE EV-ONSET-TIME TO WS-EV-TIME-TEXT
               END-IF
               PERFORM CHECK-EV-TIME
               MOVE WS-EV-TIME-TEXT TO EV-ONSET-TIME
           END-IF
           IF WS-EV-OK = "Y"
               MOVE EV-DOSE-DATE    TO WS-EV-FROM-DATE
               MOVE EV-VACCINE-TIME TO WS-EV-FROM-TIME
               MOVE EV-ONSET-DATE   TO WS-EV-TO-DATE
               MOVE EV-ONSET-TIME   TO WS-EV-TO-TIME
               PERFORM CALC-EV-MINUTES
               IF WS-EV-MINUTES < ZERO
                   DISPLAY "The onset is before the vaccination."
                   MOVE "N" TO WS-EV-OK
               ELSE
                   MOVE WS-EV-MINUTES TO EV-INTERVAL-MIN
               END-IF
           END-IF
           IF WS-EV-OK = "Y"
               PERFORM AEFI-PROMPTS-EVENT
           END-IF
           IF WS-EV-OK NOT = "Y"
               DISPLAY "Nothing saved."
           END-IF.

       AEFI-PROMPTS-EVENT.                                           *> Symptoms, seriousness, actions, referral
                                                                      *> and outcome.
           DISPLAY "Symptoms [" EV-SYMPTOMS "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-EV-TEXT
           ACCEPT WS-EV-TEXT
           IF WS-EV-TEXT NOT = SPACES
               MOVE WS-EV-TEXT TO EV-SYMPTOMS
           END-IF
           IF EV-SYMPTOMS = SPACES
               DISPLAY "The symptoms are required."
               MOVE "N" TO WS-EV-OK
           END-IF
           IF WS-EV-OK = "Y"
               DISPLAY "Serious (Y/N) [" EV-SERIOUS "]: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-EV-ANSWER
               ACCEPT WS-EV-ANSWER
               INSPECT WS-EV-ANSWER CONVERTING "yn" TO "YN"
               IF WS-EV-ANSWER = "Y" OR WS-EV-ANSWER = "N"
                   MOVE WS-EV-ANSWER TO EV-SERIOUS
               END-IF
               IF EV-SERIOUS = "Y"
                   DISPLAY "Why serious -- D)eath, L)ife-threatening,"
                   DISPLAY "H)ospitalized, P)ersistent disability,"
                   DISPLAY "O)ther important event [" EV-CRITERION
                       "]: " WITH NO ADVANCING
                   MOVE SPACES TO WS-EV-ANSWER
                   ACCEPT WS-EV-ANSWER
                   INSPECT WS-EV-ANSWER CONVERTING "dlhpo" TO "DLHPO"
                   IF WS-EV-ANSWER NOT = SPACES
                       MOVE WS-EV-ANSWER TO EV-CRITERION
                   END-IF
                   IF EV-CRITERION NOT = "D" AND EV-CRITERION NOT = "L"
                           AND EV-CRITERION NOT = "H"
                           AND EV-CRITERION NOT = "P"
                           AND EV-CRITERION NOT = "O"
                       DISPLAY "Please give D, L, H, P or O."
                       MOVE "N" TO WS-EV-OK
                   END-IF
               ELSE
                   MOVE SPACES TO EV-CRITERION
               END-IF
           END-IF
           IF WS-EV-OK = "Y"
               DISPLAY "Actions taken [" EV-ACTIONS "]: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-EV-TEXT
               ACCEPT WS-EV-TEXT
               IF WS-EV-TEXT NOT = SPACES
                   MOVE WS-EV-TEXT TO EV-ACTIONS
               END-IF
               DISPLAY "Referred (Y/N) [" EV-REFERRED "]: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-EV-ANSWER
               ACCEPT WS-EV-ANSWER
               INSPECT WS-EV-ANSWER CONVERTING "yn" TO "YN"
               IF WS-EV-ANSWER = "Y" OR WS-EV-ANSWER = "N"
                   MOVE WS-EV-ANSWER TO EV-REFERRED
               END-IF
               IF EV-REFERRED = "Y"
                   DISPLAY "Referred to [" EV-REFERRED-TO "]: "
                       WITH NO ADVANCING
                   MOVE SPACES TO WS-EV-TEXT
                   ACCEPT WS-EV-TEXT
                   IF WS-EV-TEXT NOT = SPACES
                       MOVE WS-EV-TEXT TO EV-REFERRED-TO
                   END-IF
               ELSE
                   MOVE SPACES TO EV-REFERRED-TO
               END-IF
               DISPLAY "Outcome R)ecovered, G)etting better, S)equelae,"
               DISPLAY "N)ot recovered, D)ied, U)nknown [" EV-OUTCOME
                   "]: " WITH NO ADVANCING
               MOVE SPACES TO WS-EV-ANSWER
               ACCEPT WS-EV-ANSWER
               INSPECT WS-EV-ANSWER CONVERTING "rgsndu" TO "RGSNDU"
               IF WS-EV-ANSWER = "R" OR WS-EV-ANSWER = "G"
                       OR WS-EV-ANSWER = "S" OR WS-EV-ANSWER = "N"
                       OR WS-EV-ANSWER = "D" OR WS-EV-ANSWER = "U"
                   MOVE WS-EV-ANSWER TO EV-OUTCOME
               END-IF
           END-IF.

       CHECK-EV-TIME.                                                *> Is WS-EV-TIME-TEXT a 24-hour HH:MM?
           IF WS-EV-TIME-TEXT(1:2) IS NOT NUMERIC
                   OR WS-EV-TIME-TEXT(3:1) NOT = ":"
                   OR WS-EV-TIME-TEXT(4:2) IS NOT NUMERIC
               MOVE "N" TO WS-EV-OK
           ELSE
               IF WS-EV-TIME-TEXT(1:2) > "23"
                       OR WS-EV-TIME-TEXT(4:2) > "59"
                   MOVE "N" TO WS-EV-OK
               END-IF
           END-IF
           IF WS-EV-OK NOT = "Y"
               DISPLAY "Times are written HH:MM, e.g. 09:45."
           END-IF.

       CALC-EV-MINUTES.                                              *> Minutes from WS-EV-FROM-DATE/-TIME to
                                                                      *> WS-EV-TO-DATE/-TIME, into WS-EV-MINUTES
                                                                      *> (negative when the "to" is earlier).
           MOVE WS-EV-FROM-DATE TO WS-DC-SLASHED
           PERFORM CALC-DAY-FROM-SLASHED
           MOVE WS-DC-DAY-NUM TO WS-EV-DAY-1
           MOVE WS-EV-TO-DATE TO WS-DC-SLASHED
           PERFORM CALC-DAY-FROM-SLASHED
           MOVE WS-DC-DAY-NUM TO WS-EV-DAY-2
           MOVE WS-EV-FROM-TIME(1:2) TO WS-EV-HH
           MOVE WS-EV-FROM-TIME(4:2) TO WS-EV-MM
           COMPUTE WS-EV-MIN-1 = WS-EV-HH * 60 + WS-EV-MM
           MOVE WS-EV-TO-TIME(1:2) TO WS-EV-HH
           MOVE WS-EV-TO-TIME(4:2) TO WS-EV-MM
           COMPUTE WS-EV-MIN-2 = WS-EV-HH * 60 + WS-EV-MM
           COMPUTE WS-EV-MINUTES = (WS-EV-DAY-2 - WS-EV-DAY-1) * 1440
               + WS-EV-MIN-2 - WS-EV-MIN-1.

       GET-NEXT-AEFI-CASE-ID.                                        *> Case numbers live in the shared counter
                                                                      *> file under their own "8" row, campus code
                                                                      *> in front as for encounters.
           OPEN I-O ID-COUNTER-FILE
           IF WS-ID-COUNTER-FILE-STATUS = "35"
               OPEN OUTPUT ID-COUNTER-FILE
               MOVE 1 TO WS-EV-NUMBER
               MOVE "8" TO IC-KEY
               MOVE WS-EV-NUMBER TO IC-NEXT-ID
               WRITE ID-COUNTER-RECORD
           ELSE
               MOVE "8" TO IC-KEY
               READ ID-COUNTER-FILE
                   KEY IS IC-KEY
                   INVALID KEY
                       MOVE 1 TO WS-EV-NUMBER
                       MOVE "8" TO IC-KEY
                       MOVE WS-EV-NUMBER TO IC-NEXT-ID
                       WRITE ID-COUNTER-RECORD
                   NOT INVALID KEY
                       COMPUTE WS-EV-NUMBER = IC-NEXT-ID + 1
                       MOVE WS-EV-NUMBER TO IC-NEXT-ID
                       REWRITE ID-COUNTER-RECORD
               END-READ
           END-IF
           CLOSE ID-COUNTER-FILE
           MOVE SPACES TO EV-CASE-ID
           STRING WS-CAMPUS-CODE WS-EV-NUMBER
               DELIMITED BY SIZE INTO EV-CASE-ID.

       SET-AEFI-CONTRAINDICATION.                                    *> An "A" row naming the vaccine, so the
                                                                      *> allergy checks -- and the next campaign
                                                                      *> session -- stop the student. It is filed
                                                                      *> under the onset date with an "A" in the
                                                                      *> date's last byte, clear of the dose's own
                                                                      *> row for the day.
           IF EV-CONTRA-SET NOT = "Y"
               OPEN I-O ALLERGY-IMM-FILE
               IF WS-AI-FILE-STATUS = "35"
                   OPEN OUTPUT ALLERGY-IMM-FILE
               END-IF
               MOVE EV-STUDENT-NUMBER TO AI-STUDENT-NUMBER
               MOVE EV-ONSET-DATE     TO AI-ENTRY-DATE
               MOVE "A"               TO AI-ENTRY-DATE(11:1)
               MOVE "A"               TO AI-RECORD-TYPE
               MOVE EV-VACCINE        TO AI-DESCRIPTION
               MOVE SPACES            TO AI-REACTION-OR-DOSE
               STRING "Serious AEFI " EV-CASE-ID
                   DELIMITED BY SIZE INTO AI-REACTION-OR-DOSE
               MOVE EV-SYMPTOMS       TO AI-NOTES
               WRITE ALLERGY-IMM-RECORD
                   INVALID KEY
                       DISPLAY "An AEFI contraindication is already"
                       DISPLAY "filed for that onset date -- add this"
                       DISPLAY "one on the allergy list by hand."
                   NOT INVALID KEY
                       MOVE "Y" TO EV-CONTRA-SET
                       MOVE "W" TO WS-JN-ACTION
                       PERFORM JOURNAL-ALLERGY
               END-WRITE
               CLOSE ALLERGY-IMM-FILE
               IF EV-CONTRA-SET = "Y"
                   MOVE EV-STUDENT-NUMBER TO STUDENT-NUMBER
                   MOVE "CONTRAINDICATION" TO WS-AUDIT-FIELD-NAME
                   MOVE SPACES            TO WS-AUDIT-OLD-VALUE
                   MOVE EV-VACCINE        TO WS-AUDIT-NEW-VALUE
                   PERFORM APPEND-AUDIT-LOG
                   DISPLAY "Contraindication to " EV-VACCINE
                   DISPLAY "put on the student's allergy list."
               END-IF
           END-IF.

       SET-AEFI-DEADLINE.                                            *> Day the division's 24 hours run out, in
                                                                      *> WS-EV-DUE-DATE (same clock time).
           MOVE EV-RECORDED-DATE TO WS-AD-DATE
           PERFORM ADD-ONE-DAY
           MOVE WS-AD-DATE TO WS-EV-DUE-DATE.

       ASK-AEFI-CASE.                                                *> Student ID, their cases listed, then the
                                                                      *> dose date -- into WS-EV-STUDENT and
                                                                      *> WS-EV-DOSE-DATE.
           DISPLAY "Student ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-EV-STUDENT
           ACCEPT WS-EV-STUDENT
           MOVE ZERO TO WS-EV-ROWS
           MOVE SPACES TO WS-EV-LAST-DATE
           OPEN INPUT AEFI-FILE
           IF WS-EV-FILE-STATUS NOT = "35"
               MOVE WS-EV-STUDENT TO EV-STUDENT-NUMBER
               MOVE LOW-VALUE     TO EV-DOSE-DATE
               MOVE "N" TO WS-EV-EOF-FLAG
               START AEFI-FILE
                   KEY IS NOT LESS THAN EV-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EV-EOF-FLAG
               END-START
               PERFORM UNTIL WS-EV-EOF-FLAG = "Y"
                   READ AEFI-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EV-EOF-FLAG
                   END-READ
                   IF WS-EV-EOF-FLAG NOT = "Y"
                       IF EV-STUDENT-NUMBER NOT = WS-EV-STUDENT
                           MOVE "Y" TO WS-EV-EOF-FLAG
                       ELSE
                           ADD 1 TO WS-EV-ROWS
                           MOVE EV-DOSE-DATE TO WS-EV-LAST-DATE
                           DISPLAY "  " EV-DOSE-DATE " " EV-CASE-ID " "
                               EV-VACCINE " serious: " EV-SERIOUS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE AEFI-FILE
           MOVE SPACES TO WS-EV-DOSE-DATE
           IF WS-EV-ROWS = ZERO
               DISPLAY "No AEFI on file for that student."
           ELSE
               DISPLAY "Dose date [" WS-EV-LAST-DATE "]: "
                   WITH NO ADVANCING
               ACCEPT WS-EV-DOSE-DATE
               IF WS-EV-DOSE-DATE = SPACES
                   MOVE WS-EV-LAST-DATE TO WS-EV-DOSE-DATE
               END-IF
           END-IF.

       PRINT-AEFI-CASE-FORM.                                         *> One case on the division's form.
           PERFORM ASK-AEFI-CASE
           IF WS-EV-ROWS > ZERO
               OPEN INPUT AEFI-FILE
               MOVE WS-EV-STUDENT   TO EV-STUDENT-NUMBER
               MOVE WS-EV-DOSE-DATE TO EV-DOSE-DATE
               READ AEFI-FILE
                   INVALID KEY
                       DISPLAY "No AEFI on file for that dose."
                   NOT INVALID KEY
                       PERFORM AEFI-CASE-FORM-BODY
               END-READ
               CLOSE AEFI-FILE
           END-IF.

       READ-EV-PATIENT.                                              *> Name, section, birth date, age and sex for
                                                                      *> EV-STUDENT-NUMBER.
           MOVE SPACES TO WS-EV-PT-NAME
           MOVE SPACES TO WS-EV-PT-CYS
           MOVE SPACES TO WS-EV-PT-DOB
           MOVE SPACES TO WS-EV-PT-AGE
           MOVE SPACES TO WS-EV-PT-SEX
           MOVE EV-STUDENT-NUMBER TO STUDENT-NUMBER
           OPEN INPUT PATIENT-FILE
           IF WS-FILE-STATUS NOT = "35"
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PATIENT-NAME  TO WS-EV-PT-NAME
                       MOVE STUDENT-CYS   TO WS-EV-PT-CYS
                       MOVE DATE-OF-BIRTH TO WS-EV-PT-DOB
                       MOVE PATIENT-AGE   TO WS-EV-PT-AGE
                       MOVE PATIENT-SEX   TO WS-EV-PT-SEX
               END-READ
           END-IF
           CLOSE PATIENT-FILE.

       SET-AEFI-TEXTS.                                               *> EV-CRITERION and EV-OUTCOME in words.
           EVALUATE EV-CRITERION
               WHEN "D"
                   MOVE "Death" TO WS-EV-CRITERION-TEXT
               WHEN "L"
                   MOVE "Life-threatening" TO WS-EV-CRITERION-TEXT
               WHEN "H"
                   MOVE "Required hospitalization"
                       TO WS-EV-CRITERION-TEXT
               WHEN "P"
                   MOVE "Persistent disability" TO WS-EV-CRITERION-TEXT
               WHEN "O"
                   MOVE "Other important medical event"
                       TO WS-EV-CRITERION-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-EV-CRITERION-TEXT
           END-EVALUATE
           EVALUATE EV-OUTCOME
               WHEN "R"
                   MOVE "Recovered" TO WS-EV-OUTCOME-TEXT
               WHEN "G"
                   MOVE "Recovering" TO WS-EV-OUTCOME-TEXT
               WHEN "S"
                   MOVE "Recovered with sequelae" TO WS-EV-OUTCOME-TEXT
               WHEN "N"
                   MOVE "Not recovered" TO WS-EV-OUTCOME-TEXT
               WHEN "D"
                   MOVE "Died" TO WS-EV-OUTCOME-TEXT
               WHEN OTHER
                   MOVE "Unknown" TO WS-EV-OUTCOME-TEXT
           END-EVALUATE
           DIVIDE EV-INTERVAL-MIN BY 60 GIVING WS-EV-HOURS
               REMAINDER WS-EV-REM-MIN.

       AEFI-CASE-FORM-BODY.                                          *> The form for the case in AEFI-RECORD.
           MOVE EV-STUDENT-NUMBER TO WS-AX-STUDENT
           MOVE "AEFI CASE FORM"  TO WS-AX-SCREEN
           PERFORM LOG-RECORD-VIEW
           PERFORM READ-EV-PATIENT
           PERFORM SET-AEFI-TEXTS
           MOVE "AEFICASE" TO WS-RO-NAME
           MOVE "AEFI CASE REPORT FORM -- SCHOOLS DIVISION"
               TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           MOVE SPACES TO WS-RO-LINE
           STRING "Case no.: " EV-CASE-ID "   Campus: " WS-CAMPUS-CODE
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "PATIENT" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "  Name: " WS-EV-PT-NAME "  Student ID: "
               EV-STUDENT-NUMBER
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "  Sex: " WS-EV-PT-SEX "  Birth date: " WS-EV-PT-DOB
               "  Age: " WS-EV-PT-AGE "  Section: " WS-EV-PT-CYS
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "VACCINATION" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "  Vaccine: " EV-VACCINE "  Dose: " EV-DOSE-LABEL
               "  Lot: " EV-LOT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "  Given: " EV-DOSE-DATE " " EV-VACCINE-TIME
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "ADVERSE EVENT" TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "  Onset: " EV-ONSET-DATE " " EV-ONSET-TIME
               "  Time after vaccination: " WS-EV-HOURS " h "
               WS-EV-REM-MIN " min"
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "  Signs and symptoms: " EV-SYMPTOMS
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           IF EV-SERIOUS = "Y"
               STRING "  Serious: YES -- " WS-EV-CRITERION-TEXT
                   DELIMITED BY SIZE INTO WS-RO-LINE
           ELSE
               MOVE "  Serious: NO" TO WS-RO-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "  Actions taken: " EV-ACTIONS
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           IF EV-REFERRED = "Y"
               STRING "  Referred: YES, to " EV-REFERRED-TO
                   DELIMITED BY SIZE INTO WS-RO-LINE
           ELSE
               MOVE "  Referred: NO" TO WS-RO-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "  Outcome: " WS-EV-OUTCOME-TEXT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Recorded by " EV-RECORDED-BY " on "
               EV-RECORDED-DATE " " EV-RECORDED-TIME
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           IF EV-REPORTED-DATE NOT = SPACES
               STRING "Sent to the division on " EV-REPORTED-DATE " "
                   EV-REPORTED-TIME " by " EV-REPORTED-BY
                   DELIMITED BY SIZE INTO WS-RO-LINE
           ELSE
               IF EV-SERIOUS = "Y"
                   PERFORM SET-AEFI-DEADLINE
                   STRING "Not yet sent -- due at the division by "
                       WS-EV-DUE-DATE " " EV-RECORDED-TIME
                       DELIMITED BY SIZE INTO WS-RO-LINE
               ELSE
                   MOVE "Not yet sent to the division." TO WS-RO-LINE
               END-IF
           END-IF
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "Reported by: ______________________  Signature: ______"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "Received (division): ______________  Date/time: _____"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM CLOSE-REPORT-OUTPUT.

       MARK-AEFI-REPORTED.                                           *> Stamp when the case reached the division.
           PERFORM ASK-AEFI-CASE
           IF WS-EV-ROWS > ZERO
               OPEN I-O AEFI-FILE
               MOVE WS-EV-STUDENT   TO EV-STUDENT-NUMBER
               MOVE WS-EV-DOSE-DATE TO EV-DOSE-DATE
               READ AEFI-FILE
                   INVALID KEY
                       DISPLAY "No AEFI on file for that dose."
                   NOT INVALID KEY
                       PERFORM MARK-AEFI-REPORTED-BODY
               END-READ
               CLOSE AEFI-FILE
           END-IF.

       MARK-AEFI-REPORTED-BODY.                                      *> Date and time the case in AEFI-RECORD went
                                                                      *> to the division, keyed by the nurse.
           IF EV-REPORTED-DATE NOT = SPACES
               DISPLAY "Already marked sent on " EV-REPORTED-DATE
                   " " EV-REPORTED-TIME " -- keying it again"
               DISPLAY "replaces that."
           END-IF
           PERFORM FORMAT-TODAY-SLASHED
           PERFORM GET-CLOCK-HHMM
           MOVE "Y" TO WS-EV-OK
           DISPLAY "Sent on (YYYY/MM/DD) [" WS-TODAY-SLASHED "]: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-DR-DATE-TEXT
           ACCEPT WS-DR-DATE-TEXT
           IF WS-DR-DATE-TEXT = SPACES
               MOVE WS-TODAY-SLASHED TO WS-DR-DATE-TEXT
           END-IF
           PERFORM CHECK-DR-DATE
           MOVE WS-DR-OK TO WS-EV-OK
           IF WS-EV-OK = "Y"
               DISPLAY "At HH:MM [" WS-VH-TIME-SLOT "]: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-EV-TIME-TEXT
               ACCEPT WS-EV-TIME-TEXT
               IF WS-EV-TIME-TEXT = SPACES
                   MOVE WS-VH-TIME-SLOT TO WS-EV-TIME-TEXT
               END-IF
               PERFORM CHECK-EV-TIME
           END-IF
           IF WS-EV-OK = "Y"
               MOVE WS-DR-DATE-TEXT TO EV-REPORTED-DATE
               MOVE WS-EV-TIME-TEXT TO EV-REPORTED-TIME
               MOVE WS-CURRENT-USER TO EV-REPORTED-BY
               REWRITE AEFI-RECORD
               MOVE EV-STUDENT-NUMBER TO STUDENT-NUMBER
               MOVE "AEFI SENT"       TO WS-AUDIT-FIELD-NAME
               MOVE EV-CASE-ID        TO WS-AUDIT-OLD-VALUE
               MOVE SPACES            TO WS-AUDIT-NEW-VALUE
               STRING EV-REPORTED-DATE " " EV-REPORTED-TIME
                   DELIMITED BY SIZE INTO WS-AUDIT-NEW-VALUE
               PERFORM APPEND-AUDIT-LOG
               DISPLAY "Case " EV-CASE-ID " marked sent."
           ELSE
               DISPLAY "Nothing saved."
           END-IF.

       AEFI-DUE-LIST.                                                *> Serious cases the division has not had yet,
                                                                      *> with the hours gone since the clinic
                                                                      *> learned of each -- over 24 is overdue.
           MOVE ZERO TO WS-EV-ROWS
           MOVE ZERO TO WS-EV-OVERDUE
           PERFORM FORMAT-TODAY-SLASHED
           PERFORM GET-CLOCK-HHMM
           MOVE "AEFIDUE" TO WS-RO-NAME
           MOVE "SERIOUS AEFI NOT YET SENT TO THE DIVISION"
               TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           OPEN INPUT AEFI-FILE
           IF WS-EV-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EV-EOF-FLAG
               PERFORM UNTIL WS-EV-EOF-FLAG = "Y"
                   READ AEFI-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EV-EOF-FLAG
                   END-READ
                   IF WS-EV-EOF-FLAG NOT = "Y" AND EV-SERIOUS = "Y"
                           AND EV-REPORTED-DATE = SPACES
                       PERFORM AEFI-DUE-ROW
                   END-IF
               END-PERFORM
           END-IF
           CLOSE AEFI-FILE
           IF WS-EV-ROWS = ZERO
               MOVE "Every serious AEFI has been sent to the division."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "Not yet sent: " WS-EV-ROWS
               "   Over 24 hours: " WS-EV-OVERDUE
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM CLOSE-REPORT-OUTPUT.

       AEFI-DUE-ROW.                                                 *> One unsent case: how long it has been known
                                                                      *> and whether the 24-hour deadline has passed.
           ADD 1 TO WS-EV-ROWS
           PERFORM READ-EV-PATIENT
           MOVE EV-RECORDED-DATE TO WS-EV-FROM-DATE
           MOVE EV-RECORDED-TIME TO WS-EV-FROM-TIME
           MOVE WS-TODAY-SLASHED TO WS-EV-TO-DATE
           MOVE WS-VH-TIME-SLOT  TO WS-EV-TO-TIME
           PERFORM CALC-EV-MINUTES
           IF WS-EV-MINUTES < ZERO
               MOVE ZERO TO WS-EV-MINUTES
           END-IF
           DIVIDE WS-EV-MINUTES BY 60 GIVING WS-EV-HOURS
           PERFORM SET-AEFI-DEADLINE
           MOVE SPACES TO WS-RO-LINE
           STRING EV-CASE-ID " " EV-STUDENT-NUMBER " " WS-EV-PT-NAME
               " " EV-VACCINE(1:20) " lot " EV-LOT
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           IF WS-EV-MINUTES > 1440
               ADD 1 TO WS-EV-OVERDUE
               STRING "    Known since " EV-RECORDED-DATE " "
                   EV-RECORDED-TIME " -- " WS-EV-HOURS
                   " hours, ** OVERDUE **"
                   DELIMITED BY SIZE INTO WS-RO-LINE
           ELSE
               STRING "    Known since " EV-RECORDED-DATE " "
                   EV-RECORDED-TIME " -- due by " WS-EV-DUE-DATE " "
                   EV-RECORDED-TIME
                   DELIMITED BY SIZE INTO WS-RO-LINE
           END-IF
           PERFORM EMIT-REPORT-LINE.

       AEFI-RATE-REPORT.                                             *> Doses and AEFIs per session -- date,
                                                                      *> vaccine and lot -- within WS-EVR-FROM thru
                                                                      *> WS-EVR-TO, and the rate per 1,000 doses.
           MOVE ZERO TO WS-EVR-COUNT
           MOVE "N" TO WS-EVR-FULL
           MOVE ZERO TO WS-EVR-TOT-DOSES
           MOVE ZERO TO WS-EVR-TOT-CASES
           MOVE ZERO TO WS-EVR-TOT-SERIOUS
           IF WS-EVR-TO = SPACES
               MOVE HIGH-VALUES TO WS-EVR-TO
           END-IF
           OPEN INPUT ALLERGY-IMM-FILE
           IF WS-AI-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EV-EOF-FLAG
               PERFORM UNTIL WS-EV-EOF-FLAG = "Y"
                   READ ALLERGY-IMM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EV-EOF-FLAG
                   END-READ
                   IF WS-EV-EOF-FLAG NOT = "Y"
                           AND (AI-RECORD-TYPE = "I"
                               OR AI-RECORD-TYPE = "i")
                           AND AI-ENTRY-DATE NOT < WS-EVR-FROM
                           AND AI-ENTRY-DATE NOT > WS-EVR-TO
                       MOVE SPACES TO WS-EV-DOSE-TEXT
                       MOVE SPACES TO WS-EV-LOT-TEXT
                       UNSTRING AI-REACTION-OR-DOSE
                           DELIMITED BY " lot "
                           INTO WS-EV-DOSE-TEXT WS-EV-LOT-TEXT
                       END-UNSTRING
                       MOVE AI-ENTRY-DATE  TO WS-EVR-NEW-DATE
                       MOVE AI-DESCRIPTION TO WS-EVR-NEW-VACCINE
                       MOVE WS-EV-LOT-TEXT TO WS-EVR-NEW-LOT
                       PERFORM FIND-AR-ENTRY
                       IF WS-EVR-POS > ZERO
                           ADD 1 TO WS-EVR-DOSES(WS-EVR-POS)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE ALLERGY-IMM-FILE
           OPEN INPUT AEFI-FILE
           IF WS-EV-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-EV-EOF-FLAG
               PERFORM UNTIL WS-EV-EOF-FLAG = "Y"
                   READ AEFI-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EV-EOF-FLAG
                   END-READ
                   IF WS-EV-EOF-FLAG NOT = "Y"
                           AND EV-DOSE-DATE NOT < WS-EVR-FROM
                           AND EV-DOSE-DATE NOT > WS-EVR-TO
                       MOVE EV-DOSE-DATE TO WS-EVR-NEW-DATE
                       MOVE EV-VACCINE   TO WS-EVR-NEW-VACCINE
                       MOVE EV-LOT       TO WS-EVR-NEW-LOT
                       PERFORM FIND-AR-ENTRY
                       IF WS-EVR-POS > ZERO
                           ADD 1 TO WS-EVR-CASES(WS-EVR-POS)
                           IF EV-SERIOUS = "Y"
                               ADD 1 TO WS-EVR-SERIOUS(WS-EVR-POS)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE AEFI-FILE
           PERFORM WRITE-AEFI-RATE-REPORT.

       FIND-AR-ENTRY.                                                *> WS-EVR-NEW-KEY's row in WS-EVR-TABLE, added
                                                                      *> in date/vaccine/lot order when new; its
                                                                      *> subscript in WS-EVR-POS, zero when full.
           INSPECT WS-EVR-NEW-VACCINE CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           INSPECT WS-EVR-NEW-LOT CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           MOVE 1 TO WS-EVR-POS
           PERFORM UNTIL WS-EVR-POS > WS-EVR-COUNT
                   OR WS-EVR-KEY(WS-EVR-POS) NOT < WS-EVR-NEW-KEY
               ADD 1 TO WS-EVR-POS
           END-PERFORM
           IF WS-EVR-POS > WS-EVR-COUNT
                   OR WS-EVR-KEY(WS-EVR-POS) NOT = WS-EVR-NEW-KEY
               IF WS-EVR-COUNT >= 200
                   MOVE "Y" TO WS-EVR-FULL
                   MOVE ZERO TO WS-EVR-POS
               ELSE
                   MOVE WS-EVR-COUNT TO WS-EVR-IDX
                   PERFORM UNTIL WS-EVR-IDX < WS-EVR-POS
                       MOVE WS-EVR-ENTRY(WS-EVR-IDX)
                           TO WS-EVR-ENTRY(WS-EVR-IDX + 1)
                       SUBTRACT 1 FROM WS-EVR-IDX
                   END-PERFORM
                   ADD 1 TO WS-EVR-COUNT
                   MOVE WS-EVR-NEW-KEY TO WS-EVR-KEY(WS-EVR-POS)
                   MOVE ZERO TO WS-EVR-DOSES(WS-EVR-POS)
                   MOVE ZERO TO WS-EVR-CASES(WS-EVR-POS)
                   MOVE ZERO TO WS-EVR-SERIOUS(WS-EVR-POS)
               END-IF
           END-IF.

       WRITE-AEFI-RATE-REPORT.                                       *> WS-EVR-TABLE to the report -- doses, cases
                                                                      *> and the rate per 1,000 by session and lot.
           MOVE "AEFIRATE" TO WS-RO-NAME
           MOVE "AEFI RATES BY SESSION AND LOT" TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           MOVE SPACES TO WS-RO-LINE
           STRING "Session date Vaccine                        "
               "Lot             Doses  AEFI   Serious     Per 1,000"
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ALL "-" TO WS-RO-LINE(1:95)
           PERFORM EMIT-REPORT-LINE
           MOVE 1 TO WS-EVR-IDX
           PERFORM UNTIL WS-EVR-IDX > WS-EVR-COUNT
               ADD WS-EVR-DOSES(WS-EVR-IDX) TO WS-EVR-TOT-DOSES
               ADD WS-EVR-CASES(WS-EVR-IDX) TO WS-EVR-TOT-CASES
               ADD WS-EVR-SERIOUS(WS-EVR-IDX) TO WS-EVR-TOT-SERIOUS
               MOVE SPACES TO WS-RO-LINE
               STRING WS-EVR-DATE(WS-EVR-IDX) "  "
                   WS-EVR-VACCINE(WS-EVR-IDX) " "
                   WS-EVR-LOT(WS-EVR-IDX) " "
                   WS-EVR-DOSES(WS-EVR-IDX) "  "
                   WS-EVR-CASES(WS-EVR-IDX) "   "
                   WS-EVR-SERIOUS(WS-EVR-IDX)
                   DELIMITED BY SIZE INTO WS-RO-LINE
               IF WS-EVR-DOSES(WS-EVR-IDX) > ZERO
                   COMPUTE WS-EVR-RATE ROUNDED =
                       WS-EVR-CASES(WS-EVR-IDX) * 1000
                       / WS-EVR-DOSES(WS-EVR-IDX)
                   MOVE WS-EVR-RATE TO WS-EVR-RATE-ED
                   MOVE WS-EVR-RATE-ED TO WS-RO-LINE(90:6)
               ELSE
                   MOVE "no doses" TO WS-RO-LINE(90:8)
               END-IF
               PERFORM EMIT-REPORT-LINE
               ADD 1 TO WS-EVR-IDX
           END-PERFORM
           IF WS-EVR-COUNT = ZERO
               MOVE "No doses or AEFIs on file for that period."
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           IF WS-EVR-FULL = "Y"
               MOVE "(Over 200 sessions -- narrow the dates; the rest"
                   TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE "are not shown.)" TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           STRING "Doses: " WS-EVR-TOT-DOSES
               "   AEFI: " WS-EVR-TOT-CASES
               "   Serious: " WS-EVR-TOT-SERIOUS
               DELIMITED BY SIZE INTO WS-RO-LINE
           IF WS-EVR-TOT-DOSES > ZERO
               COMPUTE WS-EVR-RATE ROUNDED =
                   WS-EVR-TOT-CASES * 1000 / WS-EVR-TOT-DOSES
               MOVE WS-EVR-RATE TO WS-EVR-RATE-ED
               MOVE "   Per 1,000 doses: " TO WS-RO-LINE(57:20)
               MOVE WS-EVR-RATE-ED TO WS-RO-LINE(77:6)
           END-IF
           PERFORM EMIT-REPORT-LINE
           MOVE "An AEFI on a dose recorded outside a session shows"
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE "against that dose's date, vaccine and lot."
               TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM CLOSE-REPORT-OUTPUT.

       CAMPAIGN-CONTRA-CHECK.                                        *> A contraindication to the session's vaccine
                                                                      *> on the allergy list -- a serious AEFI after
                                                                      *> an earlier dose, say -- stops the student.
           MOVE WS-VC-VACCINE TO WS-MEDICATION-NAME
           PERFORM CHECK-MEDICATION-ALLERGY
           IF WS-MED-ALLERGY-FOUND = "Y"
               DISPLAY "   ** CONTRAINDICATED -- " WS-VC-VACCINE
               DISPLAY "   ** is on this student's allergy list. Do"
               DISPLAY "   ** NOT vaccinate; refer to the physician."
           END-IF.

       QUERY-MENU.                                                   *> Saved roster queries -- the recurring lists,
                                                                      *> defined once by an ADMIN and run by name from
                                                                      *> here or as a batch / job-schedule step.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      SAVED ROSTER QUERIES"
           DISPLAY FRA-ME
           DISPLAY "1) Run a saved query"
           DISPLAY "2) List saved queries"
           DISPLAY "3) Show a query's definition"
           IF WS-USER-ROLE = "ADMIN"
               DISPLAY "4) Define or change a query"
               DISPLAY "5) Delete a query"
           END-IF
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-QR-CHOICE
           EVALUATE WS-QR-CHOICE
               WHEN "1"
                   PERFORM ASK-QUERY-NAME
                   PERFORM QUERY-RUN-BODY
               WHEN "2"
                   PERFORM LIST-SAVED-QUERIES
               WHEN "3"
                   PERFORM ASK-QUERY-NAME
                   PERFORM SHOW-SAVED-QUERY
               WHEN "4"
                   IF WS-USER-ROLE NOT = "ADMIN"
                       PERFORM ROLE-NOT-ALLOWED
                   ELSE
                       PERFORM DEFINE-SAVED-QUERY
                   END-IF
               WHEN "5"
                   IF WS-USER-ROLE NOT = "ADMIN"
                       PERFORM ROLE-NOT-ALLOWED
                   ELSE
                       PERFORM DELETE-SAVED-QUERY
                   END-IF
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-QR-CHOICE NOT = "x" AND WS-QR-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM QUERY-MENU
           END-IF.

       ASK-QUERY-NAME.                                               *> The query to run or show, into WS-QR-NAME.
           DISPLAY "Query name: " WITH NO ADVANCING
           MOVE SPACES TO WS-QR-NAME
           ACCEPT WS-QR-NAME.

       READ-QUERY-DEF.                                               *> WS-QR-NAME's definition into QUERY-DEF-RECORD;
                                                                      *> WS-QR-FOUND says whether there is one.
           INSPECT WS-QR-NAME CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           MOVE "N" TO WS-QR-FOUND
           OPEN INPUT QUERY-DEF-FILE
           IF WS-QD-FILE-STATUS NOT = "35"
               MOVE WS-QR-NAME TO QD-NAME
               READ QUERY-DEF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-QR-FOUND
               END-READ
           END-IF
           CLOSE QUERY-DEF-FILE.

       LIST-SAVED-QUERIES.                                           *> Every saved query, by name.
           MOVE ZERO TO WS-QR-SHOWN
           DISPLAY "Name         Out  Title"
           OPEN INPUT QUERY-DEF-FILE
           IF WS-QD-FILE-STATUS NOT = "35"
               MOVE "N" TO WS-QR-EOF-FLAG
               PERFORM UNTIL WS-QR-EOF-FLAG = "Y"
                   READ QUERY-DEF-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-QR-EOF-FLAG
                   END-READ
                   IF WS-QR-EOF-FLAG NOT = "Y"
                       ADD 1 TO WS-QR-SHOWN
                       DISPLAY QD-NAME " " QD-OUTPUT "    " QD-TITLE
                   END-IF
               END-PERFORM
           END-IF
           CLOSE QUERY-DEF-FILE
           DISPLAY "Saved queries: " WS-QR-SHOWN.

       SHOW-SAVED-QUERY.                                             *> WS-QR-NAME's filters, columns and sort order.
           PERFORM READ-QUERY-DEF
           IF WS-QR-FOUND NOT = "Y"
               DISPLAY "No saved query named " WS-QR-NAME "."
           ELSE
               PERFORM DISPLAY-QUERY-DEF
           END-IF.

       DISPLAY-QUERY-DEF.                                            *> The definition in QUERY-DEF-RECORD, one line
                                                                      *> per setting -- blank means no filter.
           DISPLAY FRA-ME
           DISPLAY "Query:                  " QD-NAME
           DISPLAY "Title:                  " QD-TITLE
           DISPLAY "Course/Section has:     " QD-CYS
           DISPLAY "Sex:                    " QD-SEX
           DISPLAY "Category (S/E/V):       " QD-CATEGORY
           MOVE QD-AGE-MIN TO WS-QR-AGE-EDIT
           DISPLAY "Age at least:           " WS-QR-AGE-EDIT
           MOVE QD-AGE-MAX TO WS-QR-AGE-EDIT
           DISPLAY "Age at most:            " WS-QR-AGE-EDIT
           DISPLAY "Health condition has:   " QD-CONDITION
           DISPLAY "Latest visit cond. has: " QD-VISIT-CONDITION
           MOVE QD-BMI-MIN TO WS-QR-BMI-EDIT
           DISPLAY "Latest BMI at least:    " WS-QR-BMI-EDIT
           MOVE QD-BMI-MAX TO WS-QR-BMI-EDIT
           DISPLAY "Latest BMI at most:     " WS-QR-BMI-EDIT
           DISPLAY "Visited during term:    " QD-TERM-CODE
           DISPLAY "Visited from / to:      " QD-VISIT-FROM
               " " QD-VISIT-TO
           DISPLAY "Allergy on file (Y/N):  " QD-ALLERGY
           DISPLAY "Consent type (M/V/G):   " QD-CONSENT-TYPE
               "  on file (Y/N): " QD-CONSENT-ON-FILE
           DISPLAY "Care plan (Y/N):        " QD-CARE-PLAN
           DISPLAY "Columns:                " QD-COLUMNS
           DISPLAY "Sort order:             " QD-SORT-ORDER
           DISPLAY "Output (R/C):           " QD-OUTPUT
           DISPLAY "Last changed:           " QD-UPDATED-DATE
               " by " QD-UPDATED-BY
           DISPLAY FRA-ME.

       DEFINE-SAVED-QUERY.                                           *> Add a query, or change one on file -- Enter
                                                                      *> keeps what is shown, "-" clears a filter.
           DISPLAY "Query name (one word, up to 12): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-QR-TEXT
           ACCEPT WS-QR-TEXT
           INSPECT WS-QR-TEXT CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           MOVE "Y" TO WS-QR-OK
           MOVE ZERO TO WS-QR-TALLY
           INSPECT WS-QR-TEXT TALLYING WS-QR-TALLY
               FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-QR-TALLY = ZERO OR WS-QR-TALLY > 12
               MOVE "N" TO WS-QR-OK
           ELSE
               IF WS-QR-TEXT(WS-QR-TALLY + 1:) NOT = SPACES
                   MOVE "N" TO WS-QR-OK
               END-IF
           END-IF
           IF WS-QR-OK NOT = "Y"
               DISPLAY "A query name is one word of up to 12"
               DISPLAY "characters -- nothing saved."
           ELSE
               MOVE WS-QR-TEXT(1:12) TO WS-QR-NAME
               OPEN I-O QUERY-DEF-FILE
               IF WS-QD-FILE-STATUS = "35"
                   OPEN OUTPUT QUERY-DEF-FILE
                   CLOSE QUERY-DEF-FILE
                   OPEN I-O QUERY-DEF-FILE
               END-IF
               MOVE WS-QR-NAME TO QD-NAME
               READ QUERY-DEF-FILE
                   INVALID KEY
                       MOVE "N" TO WS-QR-FOUND
                       MOVE SPACES TO QUERY-DEF-RECORD
                       MOVE WS-QR-NAME TO QD-NAME
                       MOVE ZERO TO QD-AGE-MIN
                       MOVE ZERO TO QD-AGE-MAX
                       MOVE ZERO TO QD-BMI-MIN
                       MOVE ZERO TO QD-BMI-MAX
                       MOVE "INC" TO QD-COLUMNS
                       MOVE "N" TO QD-SORT-ORDER
                       MOVE "R" TO QD-OUTPUT
                   NOT INVALID KEY
                       MOVE "Y" TO WS-QR-FOUND
               END-READ
               DISPLAY "Enter keeps what is shown; - clears it."
               PERFORM DEFINE-QUERY-PROMPTS
               PERFORM CHECK-QUERY-DEF
               IF WS-QR-OK = "Y"
                   PERFORM FORMAT-TODAY-SLASHED
                   MOVE WS-TODAY-SLASHED TO QD-UPDATED-DATE
                   MOVE WS-CURRENT-USER  TO QD-UPDATED-BY
                   IF WS-QR-FOUND = "Y"
                       REWRITE QUERY-DEF-RECORD
                   ELSE
                       WRITE QUERY-DEF-RECORD
                   END-IF
                   DISPLAY "Query " QD-NAME " saved."
               ELSE
                   DISPLAY "Nothing saved."
               END-IF
               CLOSE QUERY-DEF-FILE
           END-IF.

       DEFINE-QUERY-PROMPTS.                                         *> The prompts, onto QUERY-DEF-RECORD.
           DISPLAY "Report title [" QD-TITLE "]: "
               WITH NO ADVANCING
           MOVE QD-TITLE TO WS-QR-VALUE
           PERFORM ACCEPT-QUERY-VALUE
           MOVE WS-QR-VALUE TO QD-TITLE
           DISPLAY "-- Patient record --"
           DISPLAY "Course/Section contains [" QD-CYS "]: "
               WITH NO ADVANCING
           MOVE QD-CYS TO WS-QR-VALUE
           PERFORM ACCEPT-QUERY-VALUE
           MOVE WS-QR-VALUE TO QD-CYS
           DISPLAY "Sex F/M [" QD-SEX "]: " WITH NO ADVANCING
           MOVE QD-SEX TO WS-QR-VALUE
           PERFORM ACCEPT-QUERY-CODE
           MOVE WS-QR-VALUE TO QD-SEX
           DISPLAY "Category S)tudent E)mployee V)isitor ["
               QD-CATEGORY "]: " WITH NO ADVANCING
           MOVE QD-CATEGORY TO WS-QR-VALUE
           PERFORM ACCEPT-QUERY-CODE
           MOVE WS-QR-VALUE TO QD-CATEGORY
           DISPLAY "Age at least, 0 = no limit " WITH NO ADVANCING
           MOVE QD-AGE-MIN TO WS-QR-AGE-NUM
           PERFORM ACCEPT-QUERY-AGE
           MOVE WS-QR-AGE-NUM TO QD-AGE-MIN
           DISPLAY "Age at most, 0 = no limit " WITH NO ADVANCING
           MOVE QD-AGE-MAX TO WS-QR-AGE-NUM
           PERFORM ACCEPT-QUERY-AGE
           MOVE WS-QR-AGE-NUM TO QD-AGE-MAX
           DISPLAY "Health condition contains [" QD-CONDITION "]: "
               WITH NO ADVANCING
           MOVE QD-CONDITION TO WS-QR-VALUE
           PERFORM ACCEPT-QUERY-VALUE
           MOVE WS-QR-VALUE TO QD-CONDITION
           DISPLAY "-- Latest visit --"
           DISPLAY "Condition contains [" QD-VISIT-CONDITION "]: "
               WITH NO ADVANCING
           MOVE QD-VISIT-CONDITION TO WS-QR-VALUE
           PERFORM ACCEPT-QUERY-VALUE
           MOVE WS-QR-VALUE TO QD-VISIT-CONDITION
           DISPLAY "BMI at least, 0 = no limit " WITH NO ADVANCING
           MOVE QD-BMI-MIN TO WS-QR-BMI-NUM
           PERFORM ACCEPT-QUERY-BMI
           MOVE WS-QR-BMI-NUM TO QD-BMI-MIN
           DISPLAY "BMI at most, 0 = no limit " WITH NO ADVANCING
           MOVE QD-BMI-MAX TO WS-QR-BMI-NUM
           PERFORM ACCEPT-QUERY-BMI
           MOVE WS-QR-BMI-NUM TO QD-BMI-MAX
           DISPLAY "Visited during term code, or CURRENT for the"
           DISPLAY "term of the run date [" QD-TERM-CODE "]: "
               WITH NO ADVANCING
           MOVE QD-TERM-CODE TO WS-QR-VALUE
           PERFORM ACCEPT-QUERY-VALUE
           MOVE WS-QR-VALUE TO QD-TERM-CODE
           MOVE QD-TERM-CODE TO WS-QR-CHECK
           INSPECT WS-QR-CHECK CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           IF WS-QR-CHECK = "CURRENT"
               MOVE WS-QR-CHECK TO QD-TERM-CODE
           END-IF
           IF QD-TERM-CODE = SPACES
               DISPLAY "Visited on or after YYYY/MM/DD ["
                   QD-VISIT-FROM "]: " WITH NO ADVANCING
               MOVE QD-VISIT-FROM TO WS-QR-VALUE
               PERFORM ACCEPT-QUERY-VALUE
               MOVE WS-QR-VALUE TO QD-VISIT-FROM
               DISPLAY "Visited on or before YYYY/MM/DD ["
                   QD-VISIT-TO "]: " WITH NO ADVANCING
               MOVE QD-VISIT-TO TO WS-QR-VALUE
               PERFORM ACCEPT-QUERY-VALUE
               MOVE WS-QR-VALUE TO QD-VISIT-TO
           ELSE
               MOVE SPACES TO QD-VISIT-FROM
               MOVE SPACES TO QD-VISIT-TO
           END-IF
           DISPLAY "-- Other files --"
           DISPLAY "Allergy on file Y/N [" QD-ALLERGY "]: "
               WITH NO ADVANCING
           MOVE QD-ALLERGY TO WS-QR-VALUE
           PERFORM ACCEPT-QUERY-CODE
           MOVE WS-QR-VALUE TO QD-ALLERGY
           DISPLAY "Consent type M)edication V)accination"
           DISPLAY "G)eneral [" QD-CONSENT-TYPE "]: "
               WITH NO ADVANCING
           MOVE QD-CONSENT-TYPE TO WS-QR-VALUE
           PERFORM ACCEPT-QUERY-CODE
           MOVE WS-QR-VALUE TO QD-CONSENT-TYPE
           IF QD-CONSENT-TYPE NOT = SPACE
               DISPLAY "... signed for this school year Y, or"
               DISPLAY "missing N [" QD-CONSENT-ON-FILE "]: "
                   WITH NO ADVANCING
               MOVE QD-CONSENT-ON-FILE TO WS-QR-VALUE
               PERFORM ACCEPT-QUERY-CODE
               MOVE WS-QR-VALUE TO QD-CONSENT-ON-FILE
           END-IF
           DISPLAY "Care plan on file Y/N [" QD-CARE-PLAN "]: "
               WITH NO ADVANCING
           MOVE QD-CARE-PLAN TO WS-QR-VALUE
           PERFORM ACCEPT-QUERY-CODE
           MOVE WS-QR-VALUE TO QD-CARE-PLAN
           DISPLAY "-- Output --"
           DISPLAY "Columns in print order, up to 10 of: I)D"
           DISPLAY "N)ame C)ourse/Section S)ex A)ge H)ealth"
           DISPLAY "condition M)edication P)hone V) last visit"
           DISPLAY "B)MI [" QD-COLUMNS "]: " WITH NO ADVANCING
           MOVE QD-COLUMNS TO WS-QR-VALUE
           PERFORM ACCEPT-QUERY-CODE
           MOVE WS-QR-VALUE TO QD-COLUMNS
           DISPLAY "Sort N)ame, C)ourse/Section, I)D, V) latest"
           DISPLAY "visit first [" QD-SORT-ORDER "]: "
               WITH NO ADVANCING
           MOVE QD-SORT-ORDER TO WS-QR-VALUE
           PERFORM ACCEPT-QUERY-CODE
           MOVE WS-QR-VALUE TO QD-SORT-ORDER
           DISPLAY "Output R)eport or C)SV [" QD-OUTPUT "]: "
               WITH NO ADVANCING
           MOVE QD-OUTPUT TO WS-QR-VALUE
           PERFORM ACCEPT-QUERY-CODE
           MOVE WS-QR-VALUE TO QD-OUTPUT.

       ACCEPT-QUERY-VALUE.                                           *> One prompt's answer -- Enter keeps WS-QR-VALUE,
                                                                      *> "-" clears it, anything else replaces it.
           MOVE SPACES TO WS-QR-TEXT
           ACCEPT WS-QR-TEXT
           IF WS-QR-TEXT = "-"
               MOVE SPACES TO WS-QR-VALUE
           ELSE
               IF WS-QR-TEXT NOT = SPACES
                   MOVE WS-QR-TEXT TO WS-QR-VALUE
               END-IF
           END-IF.

       ACCEPT-QUERY-CODE.                                            *> The same, for a code -- kept in upper case.
           PERFORM ACCEPT-QUERY-VALUE
           INSPECT WS-QR-VALUE CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA.

       ACCEPT-QUERY-AGE.                                             *> Whole years into WS-QR-AGE-NUM, on the same
                                                                      *> keep / clear rule.
           MOVE WS-QR-AGE-NUM TO WS-QR-AGE-EDIT
           DISPLAY "[" WS-QR-AGE-EDIT "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-QR-NUM-TEXT
           ACCEPT WS-QR-NUM-TEXT
           EVALUATE TRUE
               WHEN WS-QR-NUM-TEXT = SPACES
                   CONTINUE
               WHEN WS-QR-NUM-TEXT = "-"
                   MOVE ZERO TO WS-QR-AGE-NUM
               WHEN WS-QR-NUM-TEXT(1:3) IS NUMERIC
                       AND WS-QR-NUM-TEXT(4:2) = SPACES
                   MOVE WS-QR-NUM-TEXT(1:3) TO WS-QR-AGE-NUM
               WHEN WS-QR-NUM-TEXT(1:2) IS NUMERIC
                       AND WS-QR-NUM-TEXT(3:3) = SPACES
                   MOVE ZERO TO WS-QR-AGE-NUM
                   MOVE WS-QR-NUM-TEXT(1:2) TO WS-QR-AGE-NUM(2:2)
               WHEN WS-QR-NUM-TEXT(1:1) IS NUMERIC
                       AND WS-QR-NUM-TEXT(2:4) = SPACES
                   MOVE ZERO TO WS-QR-AGE-NUM
                   MOVE WS-QR-NUM-TEXT(1:1) TO WS-QR-AGE-NUM(3:1)
               WHEN OTHER
                   MOVE "N" TO WS-QR-OK
                   DISPLAY "An age is whole years, e.g. 15."
           END-EVALUATE.

       ACCEPT-QUERY-BMI.                                             *> A BMI such as 25 or 18.5 into WS-QR-BMI-NUM,
                                                                      *> on the same keep / clear rule.
           MOVE WS-QR-BMI-NUM TO WS-QR-BMI-EDIT
           DISPLAY "[" WS-QR-BMI-EDIT "]: " WITH NO ADVANCING
           MOVE SPACES TO WS-QR-NUM-TEXT
           ACCEPT WS-QR-NUM-TEXT
           EVALUATE TRUE
               WHEN WS-QR-NUM-TEXT = SPACES
                   CONTINUE
               WHEN WS-QR-NUM-TEXT = "-"
                   MOVE ZERO TO WS-QR-BMI-NUM
               WHEN WS-QR-NUM-TEXT(1:2) IS NUMERIC
                       AND WS-QR-NUM-TEXT(3:3) = SPACES
                   MOVE ZERO TO WS-QR-BMI-NUM
                   MOVE WS-QR-NUM-TEXT(1:2) TO WS-QR-BMI-NUM(1:2)
               WHEN WS-QR-NUM-TEXT(1:2) IS NUMERIC
                       AND WS-QR-NUM-TEXT(3:1) = "."
                       AND WS-QR-NUM-TEXT(4:1) IS NUMERIC
                       AND WS-QR-NUM-TEXT(5:1) = SPACE
                   MOVE WS-QR-NUM-TEXT(1:2) TO WS-QR-BMI-NUM(1:2)
                   MOVE WS-QR-NUM-TEXT(4:1) TO WS-QR-BMI-NUM(3:1)
               WHEN OTHER
                   MOVE "N" TO WS-QR-OK
                   DISPLAY "A BMI is written like 25 or 18.5."
           END-EVALUATE.

       CHECK-QUERY-DEF.                                              *> Refuse a definition the run could not use;
                                                                      *> WS-QR-OK goes to "N" with the reason shown.
           IF QD-SEX NOT = SPACE AND QD-SEX NOT = "F"
                   AND QD-SEX NOT = "M"
               MOVE "N" TO WS-QR-OK
               DISPLAY "Sex must be F, M or blank."
           END-IF
           IF QD-CATEGORY NOT = SPACE AND QD-CATEGORY NOT = "S"
                   AND QD-CATEGORY NOT = "E" AND QD-CATEGORY NOT = "V"
               MOVE "N" TO WS-QR-OK
               DISPLAY "Category must be S, E, V or blank."
           END-IF
           IF QD-AGE-MAX NOT = ZERO AND QD-AGE-MAX < QD-AGE-MIN
               MOVE "N" TO WS-QR-OK
               DISPLAY "The upper age is below the lower one."
           END-IF
           IF QD-BMI-MAX NOT = ZERO AND QD-BMI-MAX < QD-BMI-MIN
               MOVE "N" TO WS-QR-OK
               DISPLAY "The upper BMI is below the lower one."
           END-IF
           IF QD-TERM-CODE NOT = SPACES
                   AND QD-TERM-CODE NOT = "CURRENT"
               MOVE QD-TERM-CODE TO WS-TM-CODE
               PERFORM RESOLVE-TERM-CODE
               IF WS-TM-FOUND NOT = "Y"
                   MOVE "N" TO WS-QR-OK
                   DISPLAY "Term " QD-TERM-CODE
                       " is not on the term calendar."
               END-IF
           END-IF
           IF QD-VISIT-FROM NOT = SPACES
               MOVE QD-VISIT-FROM TO WS-DR-DATE-TEXT
               PERFORM CHECK-DR-DATE
               IF WS-DR-OK NOT = "Y"
                   MOVE "N" TO WS-QR-OK
               END-IF
           END-IF
           IF QD-VISIT-TO NOT = SPACES
               MOVE QD-VISIT-TO TO WS-DR-DATE-TEXT
               PERFORM CHECK-DR-DATE
               IF WS-DR-OK NOT = "Y"
                   MOVE "N" TO WS-QR-OK
               END-IF
           END-IF
           IF QD-ALLERGY NOT = SPACE AND QD-ALLERGY NOT = "Y"
                   AND QD-ALLERGY NOT = "N"
               MOVE "N" TO WS-QR-OK
               DISPLAY "Allergy on file must be Y, N or blank."
           END-IF
           IF QD-CONSENT-TYPE = SPACE
               MOVE SPACE TO QD-CONSENT-ON-FILE
           ELSE
               IF QD-CONSENT-TYPE NOT = "M"
                       AND QD-CONSENT-TYPE NOT = "V"
                       AND QD-CONSENT-TYPE NOT = "G"
                   MOVE "N" TO WS-QR-OK
                   DISPLAY "Consent type must be M, V, G or blank."
               END-IF
               IF QD-CONSENT-ON-FILE NOT = "N"
                   MOVE "Y" TO QD-CONSENT-ON-FILE
               END-IF
           END-IF
           IF QD-CARE-PLAN NOT = SPACE AND QD-CARE-PLAN NOT = "Y"
                   AND QD-CARE-PLAN NOT = "N"
               MOVE "N" TO WS-QR-OK
               DISPLAY "Care plan on file must be Y, N or blank."
           END-IF
           MOVE QD-COLUMNS TO WS-QR-CHECK
           INSPECT WS-QR-CHECK CONVERTING "INCSAHMPVB"
               TO "          "
           IF QD-COLUMNS = SPACES OR WS-QR-CHECK NOT = SPACES
               MOVE "N" TO WS-QR-OK
               DISPLAY "Columns must be letters from I N C S A H M"
               DISPLAY "P V B."
           END-IF
           IF QD-SORT-ORDER NOT = "N" AND QD-SORT-ORDER NOT = "C"
                   AND QD-SORT-ORDER NOT = "I"
                   AND QD-SORT-ORDER NOT = "V"
               MOVE "N" TO WS-QR-OK
               DISPLAY "Sort order must be N, C, I or V."
           END-IF
           IF QD-OUTPUT NOT = "R" AND QD-OUTPUT NOT = "C"
               MOVE "N" TO WS-QR-OK
               DISPLAY "Output must be R or C."
           END-IF.

       DELETE-SAVED-QUERY.                                           *> Take a query off file.
           PERFORM ASK-QUERY-NAME
           INSPECT WS-QR-NAME CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           OPEN I-O QUERY-DEF-FILE
           IF WS-QD-FILE-STATUS = "35"
               DISPLAY "No queries have been saved yet."
           ELSE
               MOVE WS-QR-NAME TO QD-NAME
               READ QUERY-DEF-FILE
                   INVALID KEY
                       DISPLAY "No saved query named " WS-QR-NAME "."
                   NOT INVALID KEY
                       PERFORM DISPLAY-QUERY-DEF
                       DISPLAY "Delete this query (Y/N)? "
                           WITH NO ADVANCING
                       MOVE SPACE TO WS-QR-ANSWER
                       ACCEPT WS-QR-ANSWER
                       IF WS-QR-ANSWER = "Y" OR WS-QR-ANSWER = "y"
                           DELETE QUERY-DEF-FILE RECORD
                           DISPLAY "Query deleted."
                       ELSE
                           DISPLAY "Nothing deleted."
                       END-IF
               END-READ
           END-IF
           CLOSE QUERY-DEF-FILE.

       QUERY-RUN-BODY.                                               *> Run saved query WS-QR-NAME -- no prompts, so
                                                                      *> the scheduler can drive it. WS-QR-OK goes to
                                                                      *> "N" when there is no such query or its term
                                                                      *> is not on the calendar.
           MOVE "Y" TO WS-QR-OK
           PERFORM READ-QUERY-DEF
           IF WS-QR-FOUND NOT = "Y"
               MOVE "N" TO WS-QR-OK
               DISPLAY "No saved query named " WS-QR-NAME "."
           ELSE
               PERFORM SET-QUERY-DATE-RANGE
           END-IF
           IF WS-QR-OK = "Y"
      *> Check PATIENT-FILE exists before handing it to SORT, the
      *> same as the by-Name roster.
               OPEN INPUT PATIENT-FILE
               IF WS-FILE-STATUS = "35"
                   CLOSE PATIENT-FILE
                   DISPLAY "No patient records have been added yet."
               ELSE
                   CLOSE PATIENT-FILE
                   PERFORM QUERY-SORT-PATIENTS
                   PERFORM QUERY-WRITE-RESULTS
               END-IF
           END-IF.

       SET-QUERY-DATE-RANGE.                                         *> The visit window for this run -- the term's
                                                                      *> dates when the query names one, else its own.
           MOVE "N" TO WS-QR-RANGE
           MOVE QD-VISIT-FROM TO WS-QR-FROM
           MOVE QD-VISIT-TO   TO WS-QR-TO
           IF QD-TERM-CODE NOT = SPACES
               IF QD-TERM-CODE = "CURRENT"
                   PERFORM FIND-CURRENT-TERM
               ELSE
                   MOVE QD-TERM-CODE TO WS-TM-CODE
                   PERFORM RESOLVE-TERM-CODE
               END-IF
               IF WS-TM-FOUND = "Y"
                   MOVE WS-TM-START TO WS-QR-FROM
                   MOVE WS-TM-END   TO WS-QR-TO
               ELSE
                   MOVE "N" TO WS-QR-OK
                   IF QD-TERM-CODE = "CURRENT"
                       DISPLAY "No term on the calendar covers today"
                   ELSE
                       DISPLAY "Term " QD-TERM-CODE
                           " is not on the term calendar"
                   END-IF
                   DISPLAY "-- query not run."
               END-IF
           END-IF
           IF WS-QR-FROM NOT = SPACES OR WS-QR-TO NOT = SPACES
               MOVE "Y" TO WS-QR-RANGE
               IF WS-QR-TO = SPACES
                   MOVE "9999/99/99" TO WS-QR-TO
               END-IF
           END-IF.

       QUERY-SORT-PATIENTS.                                          *> A working copy of the patient file in the
                                                                      *> query's sort order, onto SORTED-PATIENT-FILE.
           EVALUATE QD-SORT-ORDER
               WHEN "C"
                   SORT SORT-WORK-FILE
                       ON ASCENDING KEY SRT-SEC-CYS SRT-SEC-NAME
                       USING PATIENT-FILE
                       GIVING SORTED-PATIENT-FILE
               WHEN "I"
                   SORT SORT-WORK-FILE ON ASCENDING KEY SRT-ID-NUMBER
                       USING PATIENT-FILE
                       GIVING SORTED-PATIENT-FILE
               WHEN "V"
                   SORT SORT-WORK-FILE
                       ON DESCENDING KEY SRT-DATE-OF-VISIT
                       USING PATIENT-FILE
                       GIVING SORTED-PATIENT-FILE
               WHEN OTHER
                   SORT SORT-WORK-FILE ON ASCENDING KEY SRT-NAME
                       USING PATIENT-FILE
                       GIVING SORTED-PATIENT-FILE
           END-EVALUATE.

       QUERY-WRITE-RESULTS.                                          *> Every active record that passes the filters,
                                                                      *> to the dated report or the dated CSV.
           PERFORM GET-CURRENT-SCHOOL-YEAR
           PERFORM QUERY-OPEN-LOOKUPS
           MOVE ZERO TO WS-QR-COUNT
           MOVE ZERO TO WS-QR-CHECKED
           IF QD-OUTPUT = "C"
               PERFORM QUERY-OPEN-CSV
           ELSE
               MOVE SPACES TO WS-RO-NAME
               STRING "QRY-" QD-NAME DELIMITED BY SPACE
                   INTO WS-RO-NAME
               MOVE QD-TITLE TO WS-RO-TITLE
               IF QD-TITLE = SPACES
                   STRING "SAVED QUERY " QD-NAME DELIMITED BY SIZE
                       INTO WS-RO-TITLE
               END-IF
               PERFORM OPEN-REPORT-OUTPUT
               IF WS-QR-RANGE = "Y"
                   MOVE SPACES TO WS-RO-LINE
                   STRING "Visits from " WS-QR-FROM " to " WS-QR-TO
                       DELIMITED BY SIZE INTO WS-RO-LINE
                   PERFORM EMIT-REPORT-LINE
               END-IF
           END-IF
           MOVE "Y" TO WS-QR-HEADING
           PERFORM QUERY-BUILD-LINE
           PERFORM QUERY-PUT-LINE
           IF QD-OUTPUT NOT = "C"
               MOVE FRA-ME TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
           END-IF
           MOVE "N" TO WS-QR-HEADING
           OPEN INPUT SORTED-PATIENT-FILE
           MOVE "N" TO WS-QR-EOF-FLAG
           PERFORM UNTIL WS-QR-EOF-FLAG = "Y"
               READ SORTED-PATIENT-FILE
                   AT END
                       MOVE "Y" TO WS-QR-EOF-FLAG
               END-READ
               IF WS-QR-EOF-FLAG NOT = "Y"
                   MOVE SORTED-PATIENT-RECORD TO PATIENT-RECORD
                   PERFORM MASK-HEALTH-FIELDS
                   IF ARCHIVE-STATUS NOT = "X"
                       ADD 1 TO WS-QR-CHECKED
                       PERFORM QUERY-CHECK-PATIENT
                       IF WS-QR-MATCH = "Y"
                           ADD 1 TO WS-QR-COUNT
                           PERFORM QUERY-BUILD-LINE
                           PERFORM QUERY-PUT-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SORTED-PATIENT-FILE
           PERFORM QUERY-CLOSE-LOOKUPS
           IF QD-OUTPUT = "C"
               CLOSE QUERY-CSV-FILE
               DISPLAY "Exported " WS-QR-COUNT " of " WS-QR-CHECKED
                   " active record(s)."
               DISPLAY "File: " WS-QR-CSV-PATH
           ELSE
               MOVE FRA-ME TO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               MOVE SPACES TO WS-RO-LINE
               STRING "Matching records: " WS-QR-COUNT
                   "   Active records checked: " WS-QR-CHECKED
                   DELIMITED BY SIZE INTO WS-RO-LINE
               PERFORM EMIT-REPORT-LINE
               PERFORM CLOSE-REPORT-OUTPUT
           END-IF.

       QUERY-OPEN-CSV.                                               *> Start the dated CSV for this run.
           CALL "SYSTEM" USING "mkdir -p /home/zelly/reports"
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-TODAY-COMPACT
           MOVE SPACES TO WS-QR-CSV-PATH
           STRING "/home/zelly/reports/QRY-" DELIMITED BY SIZE
               QD-NAME DELIMITED BY SPACE
               "_" DELIMITED BY SIZE
               WS-TODAY-COMPACT DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO WS-QR-CSV-PATH
           OPEN OUTPUT QUERY-CSV-FILE.

       QUERY-OPEN-LOOKUPS.                                           *> The files the filters look into, open for the
                                                                      *> whole run; a file not yet created is skipped.
           MOVE "N" TO WS-QR-VH-OPEN
           MOVE "N" TO WS-QR-AI-OPEN
           MOVE "N" TO WS-QR-CN-OPEN
           MOVE "N" TO WS-QR-CP-OPEN
           OPEN INPUT VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
           IF WS-VH-FILE-STATUS NOT = "35"
               MOVE "Y" TO WS-QR-VH-OPEN
           END-IF
           OPEN INPUT ALLERGY-IMM-FILE
           IF WS-AI-FILE-STATUS NOT = "35"
               MOVE "Y" TO WS-QR-AI-OPEN
           END-IF
           OPEN INPUT CONSENT-FILE
           IF WS-CN-FILE-STATUS NOT = "35"
               MOVE "Y" TO WS-QR-CN-OPEN
           END-IF
           OPEN INPUT CARE-PLAN-FILE
           IF WS-CP-FILE-STATUS NOT = "35"
               MOVE "Y" TO WS-QR-CP-OPEN
           END-IF.

       QUERY-CLOSE-LOOKUPS.                                          *> Done with the files QUERY-OPEN-LOOKUPS opened.
           CLOSE VISIT-HISTORY-FILE
           CLOSE ALLERGY-IMM-FILE
           CLOSE CONSENT-FILE
           CLOSE CARE-PLAN-FILE.

       QUERY-CHECK-PATIENT.                                          *> Does the record in hand pass every filter?
                                                                      *> Flag in WS-QR-MATCH; the cheap record tests
                                                                      *> go first, the other files only if still in.
           MOVE "Y" TO WS-QR-MATCH
           MOVE PATIENT-SEX TO WS-QR-CHECK
           INSPECT WS-QR-CHECK CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           IF QD-SEX NOT = SPACE AND WS-QR-CHECK(1:1) NOT = QD-SEX
               MOVE "N" TO WS-QR-MATCH
           END-IF
           IF QD-CATEGORY NOT = SPACE
                   AND PATIENT-CATEGORY NOT = QD-CATEGORY
               MOVE "N" TO WS-QR-MATCH
           END-IF
           IF WS-QR-MATCH = "Y" AND QD-CYS NOT = SPACES
               MOVE STUDENT-CYS TO WS-QR-HAY
               MOVE QD-CYS      TO WS-QR-NEEDLE
               PERFORM QUERY-CONTAINS
           END-IF
           IF WS-QR-MATCH = "Y" AND QD-CONDITION NOT = SPACES
               MOVE HEALTH-CONDITION TO WS-QR-HAY
               MOVE QD-CONDITION     TO WS-QR-NEEDLE
               PERFORM QUERY-CONTAINS
           END-IF
           PERFORM GET-PATIENT-AGE-YEARS
           IF QD-AGE-MIN NOT = ZERO AND WS-RECORD-AGE < QD-AGE-MIN
               MOVE "N" TO WS-QR-MATCH
           END-IF
           IF QD-AGE-MAX NOT = ZERO AND WS-RECORD-AGE > QD-AGE-MAX
               MOVE "N" TO WS-QR-MATCH
           END-IF
           IF WS-QR-MATCH = "Y"
               PERFORM QUERY-LATEST-VISIT
               PERFORM QUERY-CHECK-VISIT
           END-IF
           IF WS-QR-MATCH = "Y" AND QD-ALLERGY NOT = SPACE
               PERFORM QUERY-CHECK-ALLERGY
               IF WS-QR-HAS-ALLERGY NOT = QD-ALLERGY
                   MOVE "N" TO WS-QR-MATCH
               END-IF
           END-IF
           IF WS-QR-MATCH = "Y" AND QD-CONSENT-TYPE NOT = SPACE
               PERFORM QUERY-CHECK-CONSENT
               IF WS-QR-HAS-CONSENT NOT = QD-CONSENT-ON-FILE
                   MOVE "N" TO WS-QR-MATCH
               END-IF
           END-IF
           IF WS-QR-MATCH = "Y" AND QD-CARE-PLAN NOT = SPACE
               PERFORM QUERY-CHECK-CARE-PLAN
               IF WS-QR-HAS-PLAN NOT = QD-CARE-PLAN
                   MOVE "N" TO WS-QR-MATCH
               END-IF
           END-IF.

       QUERY-CONTAINS.                                               *> Is WS-QR-NEEDLE somewhere in WS-QR-HAY,
                                                                      *> ignoring case? If not, WS-QR-MATCH goes to "N".
           INSPECT WS-QR-HAY CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           INSPECT WS-QR-NEEDLE CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           MOVE 30 TO WS-QR-LEN
           PERFORM UNTIL WS-QR-LEN = 1
                   OR WS-QR-NEEDLE(WS-QR-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-QR-LEN
           END-PERFORM
           MOVE ZERO TO WS-QR-TALLY
           INSPECT WS-QR-HAY TALLYING WS-QR-TALLY
               FOR ALL WS-QR-NEEDLE(1:WS-QR-LEN)
           IF WS-QR-TALLY = ZERO
               MOVE "N" TO WS-QR-MATCH
           END-IF.

       QUERY-LATEST-VISIT.                                           *> The latest visit's date, condition and BMI,
                                                                      *> and whether any visit falls in the window --
                                                                      *> from the record itself, then visit history.
           MOVE DATE-OF-VISIT    TO WS-QR-LAST-DATE
           MOVE HEALTH-CONDITION TO WS-QR-LAST-COND
           MOVE SPACES           TO WS-QR-LAST-BMI
           MOVE "N" TO WS-QR-IN-RANGE
           IF DATE-OF-VISIT NOT = SPACES
                   AND DATE-OF-VISIT >= WS-QR-FROM
                   AND DATE-OF-VISIT <= WS-QR-TO
               MOVE "Y" TO WS-QR-IN-RANGE
           END-IF
           IF WS-QR-VH-OPEN = "Y" AND STUDENT-NUMBER NOT = SPACES
               MOVE STUDENT-NUMBER TO VH-STUDENT-NUMBER
               MOVE LOW-VALUE      TO VH-DATE-OF-VISIT
               MOVE LOW-VALUE      TO VH-TIME-OF-VISIT
               MOVE "N" TO WS-QR-LK-EOF
               START VISIT-HISTORY-FILE
                   KEY IS NOT LESS THAN VH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-QR-LK-EOF
               END-START
               PERFORM UNTIL WS-QR-LK-EOF = "Y"
                   READ VISIT-HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-QR-LK-EOF
                   END-READ
                   IF WS-QR-LK-EOF NOT = "Y"
                       IF VH-STUDENT-NUMBER NOT = STUDENT-NUMBER
                           MOVE "Y" TO WS-QR-LK-EOF
                       ELSE
                           PERFORM QUERY-VISIT-ROW
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           MOVE "N" TO WS-QR-BMI-FOUND
           MOVE ZERO TO WS-QR-LAST-BMI-NUM
           MOVE WS-QR-LAST-BMI TO WS-QR-BMI-TEXT
           IF WS-QR-BMI-TEXT(1:1) = SPACE
               MOVE "0" TO WS-QR-BMI-TEXT(1:1)
           END-IF
           IF WS-QR-BMI-TEXT(1:2) IS NUMERIC
                   AND WS-QR-BMI-TEXT(3:1) = "."
                   AND WS-QR-BMI-TEXT(4:1) IS NUMERIC
               MOVE WS-QR-BMI-TEXT(1:2) TO WS-QR-LAST-BMI-NUM(1:2)
               MOVE WS-QR-BMI-TEXT(4:1) TO WS-QR-LAST-BMI-NUM(3:1)
               MOVE "Y" TO WS-QR-BMI-FOUND
           END-IF.

       QUERY-VISIT-ROW.                                              *> One visit-history row for the student in hand.
           PERFORM MASK-VH-FIELDS
           IF VH-DATE-OF-VISIT >= WS-QR-LAST-DATE
               MOVE VH-DATE-OF-VISIT    TO WS-QR-LAST-DATE
               MOVE VH-HEALTH-CONDITION TO WS-QR-LAST-COND
           END-IF
           IF VH-BMI NOT = SPACES
               MOVE VH-BMI TO WS-QR-LAST-BMI
           END-IF
           IF VH-DATE-OF-VISIT >= WS-QR-FROM
                   AND VH-DATE-OF-VISIT <= WS-QR-TO
               MOVE "Y" TO WS-QR-IN-RANGE
           END-IF.

       QUERY-CHECK-VISIT.                                            *> The latest-visit filters.
           IF WS-QR-RANGE = "Y" AND WS-QR-IN-RANGE NOT = "Y"
               MOVE "N" TO WS-QR-MATCH
           END-IF
           IF WS-QR-MATCH = "Y" AND QD-VISIT-CONDITION NOT = SPACES
               MOVE WS-QR-LAST-COND    TO WS-QR-HAY
               MOVE QD-VISIT-CONDITION TO WS-QR-NEEDLE
               PERFORM QUERY-CONTAINS
           END-IF
           IF QD-BMI-MIN NOT = ZERO OR QD-BMI-MAX NOT = ZERO
               IF WS-QR-BMI-FOUND NOT = "Y"
                   MOVE "N" TO WS-QR-MATCH
               END-IF
               IF QD-BMI-MIN NOT = ZERO
                       AND WS-QR-LAST-BMI-NUM < QD-BMI-MIN
                   MOVE "N" TO WS-QR-MATCH
               END-IF
               IF QD-BMI-MAX NOT = ZERO
                       AND WS-QR-LAST-BMI-NUM > QD-BMI-MAX
                   MOVE "N" TO WS-QR-MATCH
               END-IF
           END-IF.

       QUERY-CHECK-ALLERGY.                                          *> Any "A" row on file for the student in hand?
           MOVE "N" TO WS-QR-HAS-ALLERGY
           IF WS-QR-AI-OPEN = "Y" AND STUDENT-NUMBER NOT = SPACES
               MOVE STUDENT-NUMBER TO AI-STUDENT-NUMBER
               MOVE LOW-VALUE      TO AI-ENTRY-DATE
               MOVE "N" TO WS-QR-LK-EOF
               START ALLERGY-IMM-FILE
                   KEY IS NOT LESS THAN AI-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-QR-LK-EOF
               END-START
               PERFORM UNTIL WS-QR-LK-EOF = "Y"
                   READ ALLERGY-IMM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-QR-LK-EOF
                   END-READ
                   IF WS-QR-LK-EOF NOT = "Y"
                       IF AI-STUDENT-NUMBER NOT = STUDENT-NUMBER
                           MOVE "Y" TO WS-QR-LK-EOF
                       ELSE
                           IF AI-RECORD-TYPE = "A"
                                   OR AI-RECORD-TYPE = "a"
                               MOVE "Y" TO WS-QR-HAS-ALLERGY
                               MOVE "Y" TO WS-QR-LK-EOF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       QUERY-CHECK-CONSENT.                                          *> Consent of type QD-CONSENT-TYPE signed for the
                                                                      *> current school year?
           MOVE "N" TO WS-QR-HAS-CONSENT
           IF WS-QR-CN-OPEN = "Y" AND STUDENT-NUMBER NOT = SPACES
               MOVE STUDENT-NUMBER  TO CN-STUDENT-NUMBER
               MOVE QD-CONSENT-TYPE TO CN-CONSENT-TYPE
               READ CONSENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CN-SCHOOL-YEAR = WS-CN-CURRENT-SY
                           MOVE "Y" TO WS-QR-HAS-CONSENT
                       END-IF
               END-READ
           END-IF.

       QUERY-CHECK-CARE-PLAN.                                        *> A care plan on file for the student in hand?
           MOVE "N" TO WS-QR-HAS-PLAN
           IF WS-QR-CP-OPEN = "Y" AND STUDENT-NUMBER NOT = SPACES
               MOVE STUDENT-NUMBER TO CP-STUDENT-NUMBER
               READ CARE-PLAN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-QR-HAS-PLAN
               END-READ
           END-IF.

       QUERY-BUILD-LINE.                                             *> One line of the chosen columns -- the headings
                                                                      *> when WS-QR-HEADING is "Y", else the record in
                                                                      *> hand -- into WS-RO-LINE or WS-QR-CSV-BUFFER.
           MOVE SPACES TO WS-RO-LINE
           MOVE SPACES TO WS-QR-CSV-BUFFER
           MOVE 1 TO WS-QR-POS
           MOVE 1 TO WS-QR-CSV-PTR
           PERFORM VARYING WS-QR-COL-IDX FROM 1 BY 1
                   UNTIL WS-QR-COL-IDX > 10
               MOVE QD-COLUMNS(WS-QR-COL-IDX:1) TO WS-QR-COL
               IF WS-QR-COL NOT = SPACE
                   PERFORM QUERY-SET-CELL
                   IF WS-QR-HEADING = "Y"
                       MOVE WS-QR-HEAD TO WS-QR-CELL
                   END-IF
                   IF QD-OUTPUT = "C"
                       PERFORM QUERY-ADD-CSV-CELL
                   ELSE
                       PERFORM QUERY-ADD-REPORT-CELL
                   END-IF
               END-IF
           END-PERFORM.

       QUERY-SET-CELL.                                               *> Heading, print width and value of column
                                                                      *> WS-QR-COL for the record in hand.
           MOVE SPACES TO WS-QR-CELL
           EVALUATE WS-QR-COL
               WHEN "I"
                   MOVE "Student ID" TO WS-QR-HEAD
                   MOVE 16 TO WS-QR-WIDTH
                   MOVE STUDENT-NUMBER TO WS-QR-CELL
               WHEN "N"
                   MOVE "Name" TO WS-QR-HEAD
                   MOVE 30 TO WS-QR-WIDTH
                   MOVE PATIENT-NAME TO WS-QR-CELL
               WHEN "C"
                   MOVE "Course/Section" TO WS-QR-HEAD
                   MOVE 20 TO WS-QR-WIDTH
                   MOVE STUDENT-CYS TO WS-QR-CELL
               WHEN "S"
                   MOVE "Sex" TO WS-QR-HEAD
                   MOVE 5 TO WS-QR-WIDTH
                   MOVE PATIENT-SEX TO WS-QR-CELL
               WHEN "A"
                   MOVE "Age" TO WS-QR-HEAD
                   MOVE 3 TO WS-QR-WIDTH
                   MOVE WS-RECORD-AGE TO WS-QR-AGE-EDIT
                   EVALUATE TRUE
                       WHEN WS-QR-AGE-EDIT(1:1) NOT = SPACE
                           MOVE WS-QR-AGE-EDIT TO WS-QR-CELL
                       WHEN WS-QR-AGE-EDIT(2:1) NOT = SPACE
                           MOVE WS-QR-AGE-EDIT(2:2) TO WS-QR-CELL
                       WHEN OTHER
                           MOVE WS-QR-AGE-EDIT(3:1) TO WS-QR-CELL
                   END-EVALUATE
               WHEN "H"
                   MOVE "Health Condition" TO WS-QR-HEAD
                   MOVE 25 TO WS-QR-WIDTH
                   MOVE HEALTH-CONDITION TO WS-QR-CELL
               WHEN "M"
                   MOVE "Medication" TO WS-QR-HEAD
                   MOVE 20 TO WS-QR-WIDTH
                   MOVE MEDICATION-NAME TO WS-QR-CELL
               WHEN "P"
                   MOVE "Emergency Phone" TO WS-QR-HEAD
                   MOVE 15 TO WS-QR-WIDTH
                   MOVE EMERGENCY-PHONE TO WS-QR-CELL
               WHEN "V"
                   MOVE "Last Visit" TO WS-QR-HEAD
                   MOVE 10 TO WS-QR-WIDTH
                   MOVE WS-QR-LAST-DATE TO WS-QR-CELL
               WHEN "B"
                   MOVE "BMI" TO WS-QR-HEAD
                   MOVE 5 TO WS-QR-WIDTH
                   IF WS-QR-LAST-BMI(1:1) = SPACE
                       MOVE WS-QR-LAST-BMI(2:4) TO WS-QR-CELL
                   ELSE
                       MOVE WS-QR-LAST-BMI TO WS-QR-CELL
                   END-IF
           END-EVALUATE.

       QUERY-ADD-REPORT-CELL.                                        *> WS-QR-CELL into the next report column; a
                                                                      *> column that would run past the print line is
                                                                      *> left off (the CSV carries every column).
           IF WS-QR-POS + WS-QR-WIDTH - 1 <= 132
               MOVE WS-QR-CELL TO WS-RO-LINE(WS-QR-POS:WS-QR-WIDTH)
           END-IF
           COMPUTE WS-QR-POS = WS-QR-POS + WS-QR-WIDTH + 1.

       QUERY-ADD-CSV-CELL.                                           *> WS-QR-CELL, quoted, onto the CSV line.
           IF WS-QR-CSV-PTR > 1
               STRING WS-CSV-COMMA DELIMITED BY SIZE
                   INTO WS-QR-CSV-BUFFER WITH POINTER WS-QR-CSV-PTR
           END-IF
           STRING WS-CSV-QUOTE DELIMITED BY SIZE
               WS-QR-CELL DELIMITED BY "  "
               WS-CSV-QUOTE DELIMITED BY SIZE
               INTO WS-QR-CSV-BUFFER WITH POINTER WS-QR-CSV-PTR.

       QUERY-PUT-LINE.                                               *> The line just built, to the CSV or the report.
           IF QD-OUTPUT = "C"
               MOVE WS-QR-CSV-BUFFER TO QUERY-CSV-RECORD
               WRITE QUERY-CSV-RECORD
           ELSE
               PERFORM EMIT-REPORT-LINE
           END-IF.

       CONTACT-TRACE-MENU.                                           *> Contact tracing for a confirmed communicable
                                                                      *> case -- who was exposed, their protection and
                                                                      *> a number to reach them, and who has been told.
           CALL "SYSTEM" USING "clear"
           DISPLAY FRA-ME
           DISPLAY "      COMMUNICABLE-CASE CONTACT TRACING"
           DISPLAY FRA-ME
           DISPLAY "1) Build the contact list for an excluded student"
           DISPLAY "2) Print a case's contact list"
           DISPLAY "3) Mark contacts notified (symptom-watch recall)"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-TR-CHOICE
           EVALUATE WS-TR-CHOICE
               WHEN "1"
                   PERFORM BUILD-CONTACT-TRACE
               WHEN "2"
                   PERFORM ASK-TRACE-CASE
                   IF WS-TR-OK = "Y"
                       PERFORM PEEK-TRACE-CASE
                       IF WS-TR-FOUND = "Y"
                           PERFORM TRACE-LIST-REPORT
                       END-IF
                   END-IF
               WHEN "3"
                   PERFORM NOTIFY-TRACE-CONTACTS
               WHEN "x"
               WHEN "X"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid choice."
           END-EVALUATE
           IF WS-TR-CHOICE NOT = "x" AND WS-TR-CHOICE NOT = "X"
               DISPLAY "Press Enter to continue." WITH NO ADVANCING
               ACCEPT USER-CHOICE
               PERFORM CONTACT-TRACE-MENU
           END-IF.

       ASK-TRACE-CASE.                                               *> The case -- a student and their exclusion
                                                                      *> spell, the open one unless it has been cleared.
           DISPLAY "Student ID of the confirmed case: "
               WITH NO ADVANCING
           MOVE SPACES TO WS-TR-CASE
           ACCEPT WS-TR-CASE
           MOVE "Y" TO WS-TR-OK
           MOVE WS-TR-CASE TO WS-CP-STUDENT
           PERFORM CHECK-OPEN-EXCLUSION
           IF WS-EX-FOUND = "Y"
               MOVE WS-EX-OPEN-DATE TO WS-TR-START
               MOVE WS-EX-CONDITION TO WS-TR-CONDITION
           ELSE
               DISPLAY "No open exclusion for that student."
               DISPLAY "Start date of the cleared spell, YYYY/MM/DD"
               DISPLAY "(Enter to stop): " WITH NO ADVANCING
               MOVE SPACES TO WS-TR-START
               ACCEPT WS-TR-START
               MOVE "N" TO WS-TR-OK
               IF WS-TR-START NOT = SPACES
                   OPEN INPUT EXCLUSION-FILE
                   IF WS-EX-FILE-STATUS NOT = "35"
                       MOVE WS-TR-CASE  TO EX-STUDENT-NUMBER
                       MOVE WS-TR-START TO EX-START-DATE
                       READ EXCLUSION-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE "Y" TO WS-TR-OK
                               MOVE EX-CONDITION TO WS-TR-CONDITION
                       END-READ
                   END-IF
                   CLOSE EXCLUSION-FILE
                   IF WS-TR-OK NOT = "Y"
                       DISPLAY "No exclusion for that student starts"
                       DISPLAY "on that date."
                   END-IF
               END-IF
           END-IF
           IF WS-TR-OK = "Y"
               MOVE SPACES TO WS-TR-CASE-NAME
               MOVE SPACES TO WS-TR-CASE-CYS
               OPEN INPUT PATIENT-FILE
               IF WS-FILE-STATUS NOT = "35"
                   MOVE WS-TR-CASE TO STUDENT-NUMBER
                   READ PATIENT-FILE
                       KEY IS STUDENT-NUMBER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PATIENT-NAME TO WS-TR-CASE-NAME
                           MOVE STUDENT-CYS  TO WS-TR-CASE-CYS
                   END-READ
               END-IF
               CLOSE PATIENT-FILE
               MOVE WS-TR-CASE      TO WS-AX-STUDENT
               MOVE "CONTACT TRACE" TO WS-AX-SCREEN
               PERFORM LOG-RECORD-VIEW
               DISPLAY "Case:      " WS-TR-CASE " " WS-TR-CASE-NAME
               DISPLAY "Section:   " WS-TR-CASE-CYS
               DISPLAY "Condition: " WS-TR-CONDITION
               DISPLAY "Excluded:  " WS-TR-START
           END-IF.

       BUILD-CONTACT-TRACE.                                          *> Ask for the exposure window and the vaccine
                                                                      *> to check, then build and print the list.
           PERFORM ASK-TRACE-CASE
           IF WS-TR-OK = "Y"
               DISPLAY "Exposure window from YYYY/MM/DD: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-TR-FROM
               ACCEPT WS-TR-FROM
               MOVE WS-TR-FROM TO WS-DR-DATE-TEXT
               PERFORM CHECK-DR-DATE
               MOVE WS-DR-OK TO WS-TR-OK
           END-IF
           IF WS-TR-OK = "Y"
               DISPLAY "... to YYYY/MM/DD [" WS-TR-START "]: "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-TR-TO
               ACCEPT WS-TR-TO
               IF WS-TR-TO = SPACES
                   MOVE WS-TR-START TO WS-TR-TO
               END-IF
               MOVE WS-TR-TO TO WS-DR-DATE-TEXT
               PERFORM CHECK-DR-DATE
               MOVE WS-DR-OK TO WS-TR-OK
               IF WS-TR-OK = "Y" AND WS-TR-TO < WS-TR-FROM
                   MOVE "N" TO WS-TR-OK
                   DISPLAY "The window ends before it starts."
               END-IF
           END-IF
           IF WS-TR-OK = "Y"
               PERFORM SET-TRACE-VACCINE
               DISPLAY "Vaccine to check contacts for [" WS-TR-VACCINE
                   "]: " WITH NO ADVANCING
               MOVE SPACES TO WS-TR-TEXT
               ACCEPT WS-TR-TEXT
               IF WS-TR-TEXT NOT = SPACES
                   MOVE WS-TR-TEXT TO WS-TR-VACCINE
               END-IF
               PERFORM TRACE-BUILD-BODY
               PERFORM TRACE-LIST-REPORT
           ELSE
               DISPLAY "No contact list built."
           END-IF.

       SET-TRACE-VACCINE.                                            *> The vaccine that protects against the case's
                                                                      *> condition, for the ones the health office
                                                                      *> traces most; blank for anything else.
           MOVE SPACES TO WS-TR-VACCINE
           MOVE WS-TR-CONDITION TO WS-TR-TEXT
           INSPECT WS-TR-TEXT CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           MOVE ZERO TO WS-TR-TALLY
           INSPECT WS-TR-TEXT TALLYING WS-TR-TALLY
               FOR ALL "MEASLES" ALL "RUBEOLA"
           IF WS-TR-TALLY > ZERO
               MOVE "MMR" TO WS-TR-VACCINE
           END-IF
           MOVE ZERO TO WS-TR-TALLY
           INSPECT WS-TR-TEXT TALLYING WS-TR-TALLY
               FOR ALL "CHICKENPOX" ALL "CHICKEN POX" ALL "VARICELLA"
           IF WS-TR-TALLY > ZERO
               MOVE "VARICELLA" TO WS-TR-VACCINE
           END-IF
           MOVE ZERO TO WS-TR-TALLY
           INSPECT WS-TR-TEXT TALLYING WS-TR-TALLY
               FOR ALL "TUBERCULOSIS" ALL "TB "
           IF WS-TR-TALLY > ZERO
               MOVE "BCG" TO WS-TR-VACCINE
           END-IF.

       TRACE-BUILD-BODY.                                             *> Everyone exposed to WS-TR-CASE in the window,
                                                                      *> added to the case's list -- a contact already
                                                                      *> on it keeps its notified mark.
           OPEN I-O TRACE-FILE
           IF WS-TR-FILE-STATUS = "35"
               OPEN OUTPUT TRACE-FILE
               CLOSE TRACE-FILE
               OPEN I-O TRACE-FILE
           END-IF
           MOVE ZERO TO WS-TR-ADDED
           PERFORM TRACE-QUEUE-CONTACTS
           PERFORM TRACE-BED-CONTACTS
           PERFORM TRACE-SECTION-CONTACTS
           PERFORM TRACE-FILL-DETAILS
           CLOSE TRACE-FILE
           DISPLAY "Contacts added to the list: " WS-TR-ADDED.

       TRACE-QUEUE-CONTACTS.                                         *> Students in the clinic queue while the case
                                                                      *> was -- the case's own check-ins first, then
                                                                      *> everyone else's on the same days.
           MOVE ZERO TO WS-TR-SPAN-COUNT
           OPEN INPUT QUEUE-FILE
           IF WS-QU-FILE-STATUS NOT = "35"
               MOVE 1 TO WS-TR-PASS
               PERFORM TRACE-QUEUE-PASS
               IF WS-TR-SPAN-COUNT > ZERO
                   MOVE 2 TO WS-TR-PASS
                   PERFORM TRACE-QUEUE-PASS
               END-IF
           END-IF
           CLOSE QUEUE-FILE.

       TRACE-QUEUE-PASS.                                             *> One read of the window's queue rows.
           MOVE WS-TR-FROM TO QU-QUEUE-DATE
           MOVE ZERO       TO QU-QUEUE-NUMBER
           MOVE "N" TO WS-TR-LK-EOF
           START QUEUE-FILE
               KEY IS NOT LESS THAN QU-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TR-LK-EOF
           END-START
           PERFORM UNTIL WS-TR-LK-EOF = "Y"
               READ QUEUE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TR-LK-EOF
               END-READ
               IF WS-TR-LK-EOF NOT = "Y"
                   IF QU-QUEUE-DATE > WS-TR-TO
                       MOVE "Y" TO WS-TR-LK-EOF
                   ELSE
                       MOVE QU-TIME-IN   TO WS-TR-ROW-IN
                       MOVE QU-TIME-DONE TO WS-TR-ROW-OUT
                       IF WS-TR-ROW-OUT = SPACES
                           MOVE QU-TIME-CALLED TO WS-TR-ROW-OUT
                       END-IF
                       IF QU-STUDENT-NUMBER = WS-TR-CASE
                           IF WS-TR-PASS = 1
                                   AND WS-TR-SPAN-COUNT < 20
                               MOVE ZERO TO WS-TR-BED-DIFF
                               MOVE QU-QUEUE-DATE TO WS-TR-DATE
                               PERFORM ADD-TRACE-SPAN
                           END-IF
                       ELSE
                           IF WS-TR-PASS = 2
                               MOVE QU-QUEUE-DATE TO WS-TR-DATE
                               MOVE ZERO TO WS-TR-BED-DIFF
                               PERFORM CHECK-TRACE-OVERLAP
                               IF WS-TR-HIT = "Y"
                                   MOVE QU-STUDENT-NUMBER
                                       TO WS-TR-CONTACT
                                   MOVE "Q" TO WS-TR-LINK
                                   MOVE 2   TO WS-TR-LINK-POS
                                   PERFORM MERGE-TRACE-CONTACT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       TRACE-BED-CONTACTS.                                           *> Students in the bed either side of the case's
                                                                      *> while the case was lying down.
           MOVE ZERO TO WS-TR-SPAN-COUNT
           OPEN INPUT CONFINE-FILE
           IF WS-CF-FILE-STATUS NOT = "35"
               MOVE 1 TO WS-TR-PASS
               PERFORM TRACE-BED-PASS
               IF WS-TR-SPAN-COUNT > ZERO
                   MOVE 2 TO WS-TR-PASS
                   PERFORM TRACE-BED-PASS
               END-IF
           END-IF
           CLOSE CONFINE-FILE.

       TRACE-BED-PASS.                                               *> One read of the window's bed stays.
           MOVE WS-TR-FROM TO CF-DATE
           MOVE ZERO       TO CF-BED
           MOVE LOW-VALUE  TO CF-TIME-IN
           MOVE "N" TO WS-TR-LK-EOF
           START CONFINE-FILE
               KEY IS NOT LESS THAN CF-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TR-LK-EOF
           END-START
           PERFORM UNTIL WS-TR-LK-EOF = "Y"
               READ CONFINE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TR-LK-EOF
               END-READ
               IF WS-TR-LK-EOF NOT = "Y"
                   IF CF-DATE > WS-TR-TO
                       MOVE "Y" TO WS-TR-LK-EOF
                   ELSE
                       MOVE CF-TIME-IN  TO WS-TR-ROW-IN
                       MOVE CF-TIME-OUT TO WS-TR-ROW-OUT
                       MOVE CF-DATE     TO WS-TR-DATE
                       IF CF-STUDENT-NUMBER = WS-TR-CASE
                           IF WS-TR-PASS = 1
                                   AND WS-TR-SPAN-COUNT < 20
                               MOVE CF-BED TO WS-TR-BED-DIFF
                               PERFORM ADD-TRACE-SPAN
                           END-IF
                       ELSE
                           IF WS-TR-PASS = 2
                               MOVE CF-BED TO WS-TR-BED-DIFF
                               PERFORM CHECK-TRACE-OVERLAP
                               IF WS-TR-HIT = "Y"
                                   MOVE CF-STUDENT-NUMBER
                                       TO WS-TR-CONTACT
                                   MOVE "B" TO WS-TR-LINK
                                   MOVE 3   TO WS-TR-LINK-POS
                                   PERFORM MERGE-TRACE-CONTACT
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ADD-TRACE-SPAN.                                               *> One of the case's own stays into the table --
                                                                      *> an open end runs to the close of the day.
           ADD 1 TO WS-TR-SPAN-COUNT
           MOVE WS-TR-DATE     TO WS-TR-SPAN-DATE(WS-TR-SPAN-COUNT)
           MOVE WS-TR-BED-DIFF TO WS-TR-SPAN-BED(WS-TR-SPAN-COUNT)
           MOVE WS-TR-ROW-IN   TO WS-TR-SPAN-IN(WS-TR-SPAN-COUNT)
           MOVE WS-TR-ROW-OUT  TO WS-TR-SPAN-OUT(WS-TR-SPAN-COUNT)
           IF WS-TR-SPAN-OUT(WS-TR-SPAN-COUNT) = SPACES
               MOVE "23:59" TO WS-TR-SPAN-OUT(WS-TR-SPAN-COUNT)
           END-IF.

       CHECK-TRACE-OVERLAP.                                          *> Does the row in hand (WS-TR-DATE, -ROW-IN,
                                                                      *> -ROW-OUT, bed in WS-TR-BED-DIFF) overlap one
                                                                      *> of the case's stays? Beds count when they are
                                                                      *> the same or next to each other; the queue
                                                                      *> passes bed zero on both sides.
           MOVE "N" TO WS-TR-HIT
           IF WS-TR-ROW-OUT = SPACES
               MOVE "23:59" TO WS-TR-ROW-OUT
           END-IF
           PERFORM VARYING WS-TR-SPAN-IDX FROM 1 BY 1
                   UNTIL WS-TR-SPAN-IDX > WS-TR-SPAN-COUNT
               IF WS-TR-SPAN-DATE(WS-TR-SPAN-IDX) = WS-TR-DATE
                       AND WS-TR-ROW-IN
                           <= WS-TR-SPAN-OUT(WS-TR-SPAN-IDX)
                       AND WS-TR-SPAN-IN(WS-TR-SPAN-IDX)
                           <= WS-TR-ROW-OUT
                       AND WS-TR-BED-DIFF
                           - WS-TR-SPAN-BED(WS-TR-SPAN-IDX) <= 1
                       AND WS-TR-SPAN-BED(WS-TR-SPAN-IDX)
                           - WS-TR-BED-DIFF <= 1
                   MOVE "Y" TO WS-TR-HIT
               END-IF
           END-PERFORM.

       TRACE-SECTION-CONTACTS.                                       *> Every active student in the case's
                                                                      *> Course/Section.
           IF WS-TR-CASE-CYS NOT = SPACES
               OPEN INPUT PATIENT-FILE
               IF WS-FILE-STATUS NOT = "35"
                   MOVE SPACES TO WS-TR-DATE
                   MOVE "S" TO WS-TR-LINK
                   MOVE 1   TO WS-TR-LINK-POS
                   MOVE "N" TO WS-TR-LK-EOF
                   PERFORM UNTIL WS-TR-LK-EOF = "Y"
                       READ PATIENT-FILE NEXT RECORD
                           AT END
                               MOVE "Y" TO WS-TR-LK-EOF
                       END-READ
                       IF WS-TR-LK-EOF NOT = "Y"
                           IF ARCHIVE-STATUS NOT = "X"
                                   AND STUDENT-CYS = WS-TR-CASE-CYS
                               MOVE STUDENT-NUMBER TO WS-TR-CONTACT
                               PERFORM MERGE-TRACE-CONTACT
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE PATIENT-FILE
           END-IF.

       MERGE-TRACE-CONTACT.                                          *> WS-TR-CONTACT onto the case's list, or its
                                                                      *> link WS-TR-LINK added to the row already there.
           IF WS-TR-CONTACT NOT = SPACES
                   AND WS-TR-CONTACT NOT = WS-TR-CASE
               MOVE WS-TR-CASE    TO TR-CASE-STUDENT
               MOVE WS-TR-START   TO TR-CASE-START
               MOVE WS-TR-CONTACT TO TR-CONTACT
               READ TRACE-FILE
                   INVALID KEY
                       MOVE SPACES TO TRACE-RECORD
                       MOVE WS-TR-CASE      TO TR-CASE-STUDENT
                       MOVE WS-TR-START     TO TR-CASE-START
                       MOVE WS-TR-CONTACT   TO TR-CONTACT
                       MOVE WS-TR-CONDITION TO TR-CONDITION
                       MOVE WS-TR-LINK TO TR-LINKS(WS-TR-LINK-POS:1)
                       MOVE WS-TR-DATE      TO TR-EXPOSED-DATE
                       MOVE ZERO            TO TR-DOSES
                       MOVE "N"             TO TR-NOTIFIED
                       WRITE TRACE-RECORD
                       ADD 1 TO WS-TR-ADDED
                   NOT INVALID KEY
                       MOVE WS-TR-LINK TO TR-LINKS(WS-TR-LINK-POS:1)
                       IF WS-TR-DATE > TR-EXPOSED-DATE
                           MOVE WS-TR-DATE TO TR-EXPOSED-DATE
                       END-IF
                       REWRITE TRACE-RECORD
               END-READ
           END-IF.

       TRACE-FILL-DETAILS.                                           *> For every contact on the case's list: doses
                                                                      *> of WS-TR-VACCINE on file and the number to
                                                                      *> ring -- the first reachable emergency contact,
                                                                      *> else the phone on the patient record.
           MOVE 30 TO WS-TR-LEN
           PERFORM UNTIL WS-TR-LEN = 1
                   OR WS-TR-VACCINE(WS-TR-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-TR-LEN
           END-PERFORM
           INSPECT WS-TR-VACCINE CONVERTING WS-LOWER-ALPHA
               TO WS-UPPER-ALPHA
           OPEN INPUT PATIENT-FILE
           OPEN INPUT CONTACT-FILE
           OPEN INPUT ALLERGY-IMM-FILE
           MOVE WS-TR-CASE  TO TR-CASE-STUDENT
           MOVE WS-TR-START TO TR-CASE-START
           MOVE LOW-VALUE   TO TR-CONTACT
           MOVE "N" TO WS-TR-EOF-FLAG
           START TRACE-FILE
               KEY IS NOT LESS THAN TR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TR-EOF-FLAG
           END-START
           PERFORM UNTIL WS-TR-EOF-FLAG = "Y"
               READ TRACE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TR-EOF-FLAG
               END-READ
               IF WS-TR-EOF-FLAG NOT = "Y"
                   IF TR-CASE-STUDENT NOT = WS-TR-CASE
                           OR TR-CASE-START NOT = WS-TR-START
                       MOVE "Y" TO WS-TR-EOF-FLAG
                   ELSE
                       PERFORM FILL-TRACE-ROW
                       REWRITE TRACE-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PATIENT-FILE
           CLOSE CONTACT-FILE
           CLOSE ALLERGY-IMM-FILE.

       FILL-TRACE-ROW.                                               *> The details of the TRACE-RECORD in hand.
           MOVE WS-TR-FROM    TO TR-WINDOW-FROM
           MOVE WS-TR-TO      TO TR-WINDOW-TO
           MOVE WS-TR-VACCINE TO TR-VACCINE
           MOVE ZERO   TO TR-DOSES
           MOVE SPACES TO TR-PHONE
           MOVE SPACES TO TR-PHONE-NAME
           IF WS-FILE-STATUS NOT = "35"
               MOVE TR-CONTACT TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMERGENCY-PHONE TO TR-PHONE
                       MOVE "Patient record" TO TR-PHONE-NAME
               END-READ
           END-IF
           IF WS-EC-FILE-STATUS NOT = "35"
               MOVE TR-CONTACT TO EC-STUDENT-NUMBER
               MOVE ZERO       TO EC-PRIORITY
               MOVE "N" TO WS-TR-LK-EOF
               START CONTACT-FILE
                   KEY IS NOT LESS THAN EC-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-TR-LK-EOF
               END-START
               PERFORM UNTIL WS-TR-LK-EOF = "Y"
                   READ CONTACT-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-TR-LK-EOF
                   END-READ
                   IF WS-TR-LK-EOF NOT = "Y"
                       IF EC-STUDENT-NUMBER NOT = TR-CONTACT
                           MOVE "Y" TO WS-TR-LK-EOF
                       ELSE
                           IF EC-REACHABLE = "Y"
                               MOVE EC-PHONE TO TR-PHONE
                               MOVE EC-NAME  TO TR-PHONE-NAME
                               MOVE "Y" TO WS-TR-LK-EOF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-AI-FILE-STATUS NOT = "35"
                   AND WS-TR-VACCINE NOT = SPACES
               MOVE TR-CONTACT TO AI-STUDENT-NUMBER
               MOVE LOW-VALUE  TO AI-ENTRY-DATE
               MOVE "N" TO WS-TR-LK-EOF
               START ALLERGY-IMM-FILE
                   KEY IS NOT LESS THAN AI-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-TR-LK-EOF
               END-START
               PERFORM UNTIL WS-TR-LK-EOF = "Y"
                   READ ALLERGY-IMM-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-TR-LK-EOF
                   END-READ
                   IF WS-TR-LK-EOF NOT = "Y"
                       IF AI-STUDENT-NUMBER NOT = TR-CONTACT
                           MOVE "Y" TO WS-TR-LK-EOF
                       ELSE
                           IF (AI-RECORD-TYPE = "I"
                                   OR AI-RECORD-TYPE = "i")
                                   AND TR-DOSES < 9
                               MOVE AI-DESCRIPTION TO WS-TR-TEXT
                               INSPECT WS-TR-TEXT
                                   CONVERTING WS-LOWER-ALPHA
                                   TO WS-UPPER-ALPHA
                               MOVE ZERO TO WS-TR-TALLY
                               INSPECT WS-TR-TEXT TALLYING WS-TR-TALLY
                                   FOR ALL WS-TR-VACCINE(1:WS-TR-LEN)
                               IF WS-TR-TALLY > ZERO
                                   ADD 1 TO TR-DOSES
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       PEEK-TRACE-CASE.                                              *> Window and vaccine of the case's list as last
                                                                      *> built; WS-TR-FOUND says whether there is one.
           MOVE "N" TO WS-TR-FOUND
           MOVE SPACES TO WS-TR-FROM
           MOVE SPACES TO WS-TR-TO
           MOVE SPACES TO WS-TR-VACCINE
           OPEN INPUT TRACE-FILE
           IF WS-TR-FILE-STATUS NOT = "35"
               MOVE WS-TR-CASE  TO TR-CASE-STUDENT
               MOVE WS-TR-START TO TR-CASE-START
               MOVE LOW-VALUE   TO TR-CONTACT
               START TRACE-FILE
                   KEY IS NOT LESS THAN TR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-TR-EOF-FLAG
                   NOT INVALID KEY
                       MOVE "N" TO WS-TR-EOF-FLAG
               END-START
               IF WS-TR-EOF-FLAG NOT = "Y"
                   READ TRACE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-TR-EOF-FLAG
                   END-READ
               END-IF
               IF WS-TR-EOF-FLAG NOT = "Y"
                       AND TR-CASE-STUDENT = WS-TR-CASE
                       AND TR-CASE-START = WS-TR-START
                   MOVE "Y" TO WS-TR-FOUND
                   MOVE TR-WINDOW-FROM TO WS-TR-FROM
                   MOVE TR-WINDOW-TO   TO WS-TR-TO
                   MOVE TR-VACCINE     TO WS-TR-VACCINE
               END-IF
           END-IF
           CLOSE TRACE-FILE
           IF WS-TR-FOUND NOT = "Y"
               DISPLAY "No contact list has been built for this case"
               DISPLAY "yet (option 1)."
           END-IF.

       TRACE-LIST-REPORT.                                            *> The case's contact list for the health office,
                                                                      *> to the dated report file.
           MOVE "CTRACE" TO WS-RO-NAME
           MOVE "COMMUNICABLE-CASE CONTACT TRACING LIST" TO WS-RO-TITLE
           PERFORM OPEN-REPORT-OUTPUT
           MOVE SPACES TO WS-RO-LINE
           STRING "Case: " WS-TR-CASE " " WS-TR-CASE-NAME
               "  Section: " WS-TR-CASE-CYS
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Condition: " WS-TR-CONDITION
               "  Excluded from: " WS-TR-START
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Exposure window: " WS-TR-FROM " to " WS-TR-TO
               "  Vaccine checked: " WS-TR-VACCINE
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Link: S section-mate, Q clinic queue together, "
               "B next bed" DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Student ID       Name                     Lnk "
               "Exposed    Immunization  Phone           "
               "Notified   Contact person"
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE ZERO TO WS-TR-ROWS
           MOVE ZERO TO WS-TR-NOTIFIED-CT
           MOVE ZERO TO WS-TR-UNPROTECTED
           OPEN INPUT TRACE-FILE
           OPEN INPUT PATIENT-FILE
           IF WS-TR-FILE-STATUS NOT = "35"
               MOVE WS-TR-CASE  TO TR-CASE-STUDENT
               MOVE WS-TR-START TO TR-CASE-START
               MOVE LOW-VALUE   TO TR-CONTACT
               MOVE "N" TO WS-TR-EOF-FLAG
               START TRACE-FILE
                   KEY IS NOT LESS THAN TR-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-TR-EOF-FLAG
               END-START
               PERFORM UNTIL WS-TR-EOF-FLAG = "Y"
                   READ TRACE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-TR-EOF-FLAG
                   END-READ
                   IF WS-TR-EOF-FLAG NOT = "Y"
                       IF TR-CASE-STUDENT NOT = WS-TR-CASE
                               OR TR-CASE-START NOT = WS-TR-START
                           MOVE "Y" TO WS-TR-EOF-FLAG
                       ELSE
                           PERFORM TRACE-LIST-ROW
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           CLOSE TRACE-FILE
           CLOSE PATIENT-FILE
           MOVE FRA-ME TO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           STRING "Contacts: " WS-TR-ROWS
               "   Notified: " WS-TR-NOTIFIED-CT
               "   No dose of the vaccine on file: " WS-TR-UNPROTECTED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           PERFORM CLOSE-REPORT-OUTPUT.

       TRACE-LIST-ROW.                                               *> One contact's line of the list.
           ADD 1 TO WS-TR-ROWS
           PERFORM SET-TRACE-ROW-TEXTS
           IF TR-NOTIFIED = "Y"
               ADD 1 TO WS-TR-NOTIFIED-CT
           END-IF
           IF TR-VACCINE NOT = SPACES AND TR-DOSES = ZERO
               ADD 1 TO WS-TR-UNPROTECTED
           END-IF
           MOVE SPACES TO WS-RO-LINE
           STRING TR-CONTACT(1:16) " " PATIENT-NAME(1:24) " "
               TR-LINKS " " TR-EXPOSED-DATE(1:10) " "
               WS-TR-IMM-TEXT " " TR-PHONE " "
               WS-TR-NOTE-TEXT(1:10) " " TR-PHONE-NAME(1:20)
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE.

       SET-TRACE-ROW-TEXTS.                                          *> Contact's name, immunization and notified
                                                                      *> texts for the TRACE-RECORD in hand.
           MOVE SPACES TO PATIENT-NAME
           IF WS-FILE-STATUS NOT = "35"
               MOVE TR-CONTACT TO STUDENT-NUMBER
               READ PATIENT-FILE
                   KEY IS STUDENT-NUMBER
                   INVALID KEY
                       MOVE SPACES TO PATIENT-NAME
               END-READ
           END-IF
           MOVE SPACES TO WS-TR-IMM-TEXT
           EVALUATE TRUE
               WHEN TR-VACCINE = SPACES
                   MOVE "not checked" TO WS-TR-IMM-TEXT
               WHEN TR-DOSES = ZERO
                   MOVE "NONE ON FILE" TO WS-TR-IMM-TEXT
               WHEN OTHER
                   STRING TR-DOSES " dose(s)" DELIMITED BY SIZE
                       INTO WS-TR-IMM-TEXT
           END-EVALUATE
           IF TR-NOTIFIED = "Y"
               MOVE TR-NOTIFIED-DATE TO WS-TR-NOTE-TEXT
           ELSE
               MOVE "NO" TO WS-TR-NOTE-TEXT
           END-IF.

       NOTIFY-TRACE-CONTACTS.                                        *> Walk the contacts not yet told -- each one
                                                                      *> marked notified gets a symptom-watch recall
                                                                      *> on the follow-up worklist.
           PERFORM ASK-TRACE-CASE
           IF WS-TR-OK = "Y"
               PERFORM PEEK-TRACE-CASE
               MOVE WS-TR-FOUND TO WS-TR-OK
           END-IF
           IF WS-TR-OK = "Y"
               DISPLAY "Symptom-watch recall in how many school days"
               DISPLAY "[7]: " WITH NO ADVANCING
               MOVE SPACES TO WS-SD-TEXT
               ACCEPT WS-SD-TEXT
               IF WS-SD-TEXT = SPACES
                   MOVE "7" TO WS-SD-TEXT
               END-IF
               PERFORM COMPUTE-SCHOOL-DAY-DUE
               MOVE SPACES TO WS-TR-REASON
               STRING "Symptom watch: " WS-TR-CONDITION
                   DELIMITED BY SIZE INTO WS-TR-REASON
               PERFORM NOTIFY-TRACE-WALK
           END-IF.

       NOTIFY-TRACE-WALK.                                            *> The walk itself -- Y marks the contact, N
                                                                      *> leaves them for later, Q stops.
           MOVE ZERO TO WS-TR-MARKED
           PERFORM FORMAT-TODAY-SLASHED
           OPEN I-O TRACE-FILE
           OPEN INPUT PATIENT-FILE
           OPEN I-O RECALL-FILE
           IF WS-RC-FILE-STATUS = "35"                                *> File does not exist yet -- create it.
               OPEN OUTPUT RECALL-FILE
               CLOSE RECALL-FILE
               OPEN I-O RECALL-FILE
           END-IF
           MOVE WS-TR-CASE  TO TR-CASE-STUDENT
           MOVE WS-TR-START TO TR-CASE-START
           MOVE LOW-VALUE   TO TR-CONTACT
           MOVE "N" TO WS-TR-EOF-FLAG
           START TRACE-FILE
               KEY IS NOT LESS THAN TR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-TR-EOF-FLAG
           END-START
           PERFORM UNTIL WS-TR-EOF-FLAG = "Y"
               READ TRACE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TR-EOF-FLAG
               END-READ
               IF WS-TR-EOF-FLAG NOT = "Y"
                   IF TR-CASE-STUDENT NOT = WS-TR-CASE
                           OR TR-CASE-START NOT = WS-TR-START
                       MOVE "Y" TO WS-TR-EOF-FLAG
                   ELSE
                       IF TR-NOTIFIED NOT = "Y"
                           PERFORM NOTIFY-TRACE-ONE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TRACE-FILE
           CLOSE PATIENT-FILE
           CLOSE RECALL-FILE
           DISPLAY "Contacts marked notified: " WS-TR-MARKED.

       NOTIFY-TRACE-ONE.                                             *> Show one contact and take the answer.
           PERFORM SET-TRACE-ROW-TEXTS
           MOVE TR-CONTACT      TO WS-AX-STUDENT
           MOVE "CONTACT TRACE" TO WS-AX-SCREEN
           PERFORM LOG-RECORD-VIEW
           DISPLAY FRA-ME
           DISPLAY TR-CONTACT " " PATIENT-NAME " Link " TR-LINKS
           DISPLAY "Immunization: " WS-TR-IMM-TEXT
           DISPLAY "Call: " TR-PHONE " " TR-PHONE-NAME
           DISPLAY "Notified? Y)es, N)ot yet, Q)uit: "
               WITH NO ADVANCING
           MOVE SPACE TO WS-TR-ANSWER
           ACCEPT WS-TR-ANSWER
           EVALUATE WS-TR-ANSWER
               WHEN "Y"
               WHEN "y"
                   PERFORM MARK-TRACE-NOTIFIED
               WHEN "Q"
               WHEN "q"
                   MOVE "Y" TO WS-TR-EOF-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MARK-TRACE-NOTIFIED.                                          *> Mark the contact in hand and book the
                                                                      *> symptom-watch recall. A recall already due
                                                                      *> that day for the student is left alone.
           MOVE "Y"              TO TR-NOTIFIED
           MOVE WS-TODAY-SLASHED TO TR-NOTIFIED-DATE
           MOVE WS-CURRENT-USER  TO TR-NOTIFIED-BY
           MOVE TR-CONTACT     TO RC-STUDENT-NUMBER
           MOVE WS-RC-DUE-DATE TO RC-DUE-DATE
           MOVE WS-TR-REASON   TO RC-REASON
           MOVE "O"    TO RC-STATUS
           MOVE SPACES TO RC-OUTCOME
           MOVE SPACES TO RC-DONE-DATE
           WRITE RECALL-RECORD
               INVALID KEY
                   DISPLAY "A recall is already due " WS-RC-DUE-DATE
                   DISPLAY "for this student -- left as it is."
               NOT INVALID KEY
                   MOVE WS-RC-DUE-DATE TO TR-RECALL-DATE
                   DISPLAY "Recall booked for " WS-RC-DUE-DATE "."
           END-WRITE
           REWRITE TRACE-RECORD
           ADD 1 TO WS-TR-MARKED
           MOVE TR-CONTACT       TO STUDENT-NUMBER
           MOVE "CONTACT TRACE"  TO WS-AUDIT-FIELD-NAME
           MOVE WS-TR-CONDITION  TO WS-AUDIT-OLD-VALUE
           MOVE "NOTIFIED"       TO WS-AUDIT-NEW-VALUE
           PERFORM APPEND-AUDIT-LOG.

       HEALTH-CARD-PRINT.                                            *> The cumulative card, for one student or a
                                                                      *> whole Course/Section before an inspection --
       WRITE-ONE-HEALTH-CARD.                                        *> One student's card in the cumulative layout
                                                                      *> -- demographics, immunizations, allergies,
                                                                      *> annual examinations, vitals history.
           MOVE STUDENT-NUMBER TO WS-AX-STUDENT
           MOVE "HEALTH CARD"  TO WS-AX-SCREEN
           PERFORM LOG-RECORD-VIEW
           ADD 1 TO WS-HC-COUNT
           PERFORM FORMAT-TODAY-SLASHED
           MOVE FRA-ME TO HEALTH-CARD-RECORD
           MOVE ZERO TO WS-VC-GIVEN
           MOVE ZERO TO WS-VC-REFUSED
           MOVE ZERO TO WS-VC-ABSENT
           MOVE ZERO TO WS-VC-STOPPED
           DISPLAY FRA-ME
           DISPLAY "Work the roster -- blank Student ID ends the"
           DISPLAY "session."
                   DISPLAY "   record first."
               ELSE
                   PERFORM CAMPAIGN-CONSENT-CHECK
                   PERFORM CAMPAIGN-CONTRA-CHECK
                   DISPLAY "   (G)iven, (R)efused, (A)bsent, blank"
                   DISPLAY "   = skip: " WITH NO ADVANCING
                   ACCEPT WS-VC-ANSWER
                   EVALUATE WS-VC-ANSWER
                       WHEN "G"
                       WHEN "g"
                           IF WS-MED-ALLERGY-FOUND = "Y"
                               ADD 1 TO WS-VC-STOPPED
                               DISPLAY "   Dose NOT recorded --"
                               DISPLAY "   contraindicated."
                           ELSE
                               PERFORM CAMPAIGN-RECORD-DOSE
                           END-IF
                       WHEN "R"
                       WHEN "r"
                           ADD 1 TO WS-VC-REFUSED
           END-IF.

       CAMPAIGN-RECORD-DOSE.                                         *> The "I" row plus one unit off the vaccine
                                                                      *> stock, from the session's lot.
           OPEN I-O ALLERGY-IMM-FILE
           IF WS-AI-FILE-STATUS = "35"                                *> File does not exist yet -- create it.
               OPEN OUTPUT ALLERGY-IMM-FILE
               " lot " DELIMITED BY SIZE
               WS-VC-LOT DELIMITED BY SPACE
               INTO AI-REACTION-OR-DOSE
                                                                      *> The clock time goes on the row so an
                                                                      *> AEFI can be timed from the dose.
           PERFORM GET-CLOCK-HHMM
           MOVE SPACES TO AI-NOTES
           STRING "Campaign session " WS-VH-TIME-SLOT
               DELIMITED BY SIZE INTO AI-NOTES
           WRITE ALLERGY-IMM-RECORD
               INVALID KEY
                   DISPLAY "   A row for that student and date is"
           CLOSE MED-STOCK-FILE
           MOVE WS-VC-VACCINE TO WS-MEDICATION-NAME
           MOVE 1 TO WS-MS-QTY
           PERFORM DRAW-CAMPAIGN-LOT
           MOVE "C" TO WS-DL-SOURCE
           MOVE WS-VC-LOT TO WS-DL-LOT-DEFAULT
           PERFORM WRITE-DISPENSE-LOG
           MOVE "V" TO WS-DL-SOURCE
           MOVE SPACES TO WS-DL-LOT-DEFAULT
           DISPLAY "   Dose recorded.".

       DRAW-CAMPAIGN-LOT.                                            *> The vial in hand is WS-VC-LOT -- draw from that
                                                                      *> lot; earliest lot first only when no lot was
                                                                      *> given for the session.
           MOVE ZERO TO WS-DL-LOT-COUNT
           MOVE "N" TO WS-ML-BEST-FOUND
           IF WS-VC-LOT = SPACES
               PERFORM DRAW-FROM-EARLIEST-LOTS
           ELSE
               OPEN INPUT MED-LOT-FILE
               IF WS-ML-FILE-STATUS NOT = "35"
                   MOVE WS-VC-VACCINE TO ML-ITEM-NAME
                   MOVE WS-VC-LOT     TO ML-LOT-NUMBER
                   READ MED-LOT-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ML-ON-HAND > ZERO
                               MOVE "Y" TO WS-ML-BEST-FOUND
                               MOVE ML-LOT-NUMBER TO WS-ML-BEST-LOT
                               MOVE ML-ON-HAND TO WS-ML-BEST-ON-HAND
                           END-IF
                   END-READ
               END-IF
               CLOSE MED-LOT-FILE
               IF WS-ML-BEST-FOUND = "Y"
                   MOVE WS-MS-QTY TO WS-ML-REMAIN
                   PERFORM DRAW-ONE-LOT
               ELSE
                   DISPLAY "   (Lot " WS-VC-LOT " has no units on the"
                   DISPLAY "   lot file -- lot counts not adjusted.)"
               END-IF
           END-IF.

       CAMPAIGN-ABSENT-RECALL.                                       *> Absentees feed RECALL-FILE for catch-up.
           OPEN I-O RECALL-FILE
           IF WS-RC-FILE-STATUS = "35"                                *> File does not exist yet -- create it.
           STRING "Doses given: " WS-VC-GIVEN
               "  Refused: " WS-VC-REFUSED
               "  Absent: " WS-VC-ABSENT
               "  Contraindicated: " WS-VC-STOPPED
               DELIMITED BY SIZE INTO WS-RO-LINE
           PERFORM EMIT-REPORT-LINE
           MOVE SPACES TO WS-RO-LINE
           MOVE ZERO TO WS-FS-SENT-HOME
           DISPLAY "Febrile at or above " WS-FS-THRESHOLD " C."
           DISPLAY "Blank Student ID ends the session."
           PERFORM ASK-SCREENING-THERMOMETER
           PERFORM SCREEN-NEXT-READING
           PERFORM UNTIL WS-STUDENT-NUMBER = SPACES
               PERFORM SCREEN-NEXT-READING
           MOVE SPACES            TO VH-WEIGHT-KG
           MOVE SPACES            TO VH-BMI
           MOVE WS-CURRENT-USER   TO VH-ATTENDED-BY
           MOVE WS-CAMPUS-CODE    TO VH-CAMPUS-CODE
           PERFORM MASK-VH-FIELDS
           OPEN I-O VISIT-HISTORY-FILE
           PERFORM CHECK-VH-OPEN-STATUS
               OPEN OUTPUT VISIT-HISTORY-FILE
               PERFORM CHECK-VH-OPEN-STATUS
           END-IF
           MOVE VH-DATE-OF-VISIT      TO WS-DY-DATE
           MOVE VH-TIME-OF-VISIT(1:2) TO WS-DY-HOUR
           MOVE "N" TO WS-DY-WRITTEN
           MOVE VH-KEY TO WS-VD-VISIT-KEY
           WRITE VISIT-HISTORY-RECORD
               INVALID KEY
                   REWRITE VISIT-HISTORY-RECORD
               NOT INVALID KEY
                   MOVE "Y" TO WS-DY-WRITTEN
           END-WRITE
           MOVE "W" TO WS-JN-ACTION
           PERFORM JOURNAL-VISIT
           CLOSE VISIT-HISTORY-FILE
           IF WS-DY-WRITTEN = "Y"
               MOVE "V" TO WS-DY-KIND
               PERFORM POST-DAILY-STAT
           END-IF
           PERFORM WRITE-VITALS-DEVICES.

       SCREENING-DAY-SUMMARY.                                        *> The day's totals for the division, and the
                                                                      *> outbreak watch run once over the findings.
               CLOSE JOURNAL-FILE
               DISPLAY "Operations applied: " WS-JN-APPLIED
               DISPLAY "Lines skipped:      " WS-JN-SKIPPED
               IF WS-JN-APPLIED > ZERO                                *> Replayed rows were never posted to the
                                                                      *> daily statistics -- recount them.
                   PERFORM REBUILD-DAILY-STATS-BODY
               END-IF
               MOVE SPACES          TO STUDENT-NUMBER
               MOVE "JOURNAL REPLAY" TO WS-AUDIT-FIELD-NAME
               MOVE SPACES          TO WS-AUDIT-OLD-VALUE
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT PATIENT-FILE
           END-IF
           MOVE JN-IMAGE(1:300) TO PATIENT-RECORD
           EVALUATE JN-ACTION
               WHEN "W"
                   WRITE PATIENT-RECORD
           IF WS-VH-FILE-STATUS = "35"
               OPEN OUTPUT VISIT-HISTORY-FILE
           END-IF
           MOVE JN-IMAGE(1:182) TO VISIT-HISTORY-RECORD
           EVALUATE JN-ACTION
               WHEN "W"
                   WRITE VISIT-HISTORY-RECORD
           IF WS-MS-FILE-STATUS = "35"
               OPEN OUTPUT MED-STOCK-FILE
           END-IF
           MOVE JN-IMAGE(1:74) TO MED-STOCK-RECORD
           EVALUATE JN-ACTION
               WHEN "W"
                   WRITE MED-STOCK-RECORD
           DISPLAY "1) Extract a claim from an incident"
           DISPLAY "2) Update a claim's status/amount"
           DISPLAY "3) List the claim register"
           DISPLAY "4) Load the insurer's enrollee list"
           DISPLAY "5) A student's coverage and benefit left"
           DISPLAY "6) Record a premium payment"
           DISPLAY "7) Year-end premiums vs claims reconciliation"
           DISPLAY "x) Back"
           DISPLAY "Enter your choice: " WITH NO ADVANCING
           ACCEPT WS-CL-CHOICE
                   PERFORM UPDATE-CLAIM-STATUS
               WHEN "3"
                   PERFORM LIST-CLAIM-REGISTER
               WHEN "4"
                   PERFORM INSURANCE-ENROLL-IMPORT
               WHEN "5"
                   PERFORM SHOW-STUDENT-COVERAGE
               WHEN "6"
                   PERFORM RECORD-PREMIUM-PAYMENT
               WHEN "7"
                   PERFORM INS-RECONCILE-REPORT
               WHEN "x"
               WHEN "X"
                   CONTINUE
                   NOT INVALID KEY
                       PERFORM MASK-HEALTH-FIELDS
                       CLOSE PATIENT-FILE
                       PERFORM CHECK-CLAIM-ELIGIBILITY
                       IF WS-CV-ELIGIBLE = "Y"
                           PERFORM FIND-CLAIM-DAY-VISIT
                           PERFORM GET-NEXT-CLAIM-NUMBER
                           PERFORM REGISTER-INSURANCE-CLAIM
                           PERFORM WRITE-CLAIM-FORM
                       END-IF
               END-READ
           END-IF.

               DELIMITED BY SIZE INTO WS-CL-LINE
           MOVE WS-CL-LINE TO CLAIM-FORM-RECORD
           WRITE CLAIM-FORM-RECORD
           MOVE "-- COVERAGE --" TO CLAIM-FORM-RECORD
           WRITE CLAIM-FORM-RECORD
           MOVE SPACES TO WS-CL-LINE
           STRING "Policy: " WS-CV-POLICY "  Plan: " WS-CV-TYPE
               "  School year: " WS-CV-SY
               DELIMITED BY SIZE INTO WS-CL-LINE
           MOVE WS-CL-LINE TO CLAIM-FORM-RECORD
           WRITE CLAIM-FORM-RECORD
           MOVE WS-CV-PER-AMT    TO WS-CV-ED-1
           MOVE WS-CV-ANNUAL-AMT TO WS-CV-ED-2
           MOVE SPACES TO WS-CL-LINE
           STRING "Limits: P" WS-CV-ED-1 " per incident, P"
               WS-CV-ED-2 " a year"
               DELIMITED BY SIZE INTO WS-CL-LINE
           MOVE WS-CL-LINE TO CLAIM-FORM-RECORD
           WRITE CLAIM-FORM-RECORD
           MOVE WS-CV-REMAINING TO WS-CV-ED-1
           MOVE WS-CV-CAP       TO WS-CV-ED-2
           MOVE SPACES TO WS-CL-LINE
           STRING "Benefit left: P" WS-CV-ED-1
               "  Payable up to: P" WS-CV-ED-2
               DELIMITED BY SIZE INTO WS-CL-LINE
           MOVE WS-CL-LINE TO CLAIM-FORM-RECORD
           WRITE CLAIM-FORM-RECORD
           MOVE "-- THE INCIDENT --" TO CLAIM-FORM-RECORD
           WRITE CLAIM-FORM-RECORD
           MOVE SPACES TO WS-CL-LINE
                   INVALID KEY
                       DISPLAY "No claim with that number."
                   NOT INVALID KEY
                       MOVE CL-STATUS TO WS-CV-OLD-STATUS
                       MOVE CL-AMOUNT TO WS-CV-OLD-AMOUNT
                       DISPLAY "Status is " CL-STATUS
                           " -- new status (P/S/A/D): "
                           WITH NO ADVANCING
                       END-IF
                       REWRITE CLAIM-REG-RECORD
                       DISPLAY "Claim updated."
                       IF WS-CV-OLD-STATUS = "A" OR CL-STATUS = "A"
                           PERFORM POST-CLAIM-BENEFIT
                       END-IF
               END-READ
               CLOSE CLAIM-REG-FILE
           END-IF.
