                SELECT RUNCTL-FILE ASSIGN TO "BATCHRUN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS runctlFileStatus.
                SELECT DOCREQ-FILE ASSIGN TO "DOCREQ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS docReqFileStatus.
                SELECT CERT-FILE ASSIGN TO "CERTIFCT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS certFileStatus.
                SELECT TERM-FILE ASSIGN TO "TERMS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS termFileStatus.
                SELECT RECEIPT-FILE ASSIGN TO "RECEIPT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS receiptFileStatus.
                SELECT CLOSING-FILE ASSIGN TO "CASHCLOS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS closingFileStatus.
                SELECT SCHOLAR-FILE ASSIGN TO "SCHOLAR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS scholarFileStatus.
                SELECT RETAIN-FILE ASSIGN TO "RETAIN.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS retainFileStatus.
                SELECT HOLD-FILE ASSIGN TO "HOLDS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS holdFileStatus.
                SELECT SECTION-FILE ASSIGN TO "SECTIONS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS sectionFileStatus.
                SELECT COREG-FILE ASSIGN TO "COREG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS coregFileStatus.
                SELECT GRDSHEET-FILE ASSIGN TO "GRDSHEET.CSV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS grdSheetFileStatus.
                SELECT GRDREJ-FILE ASSIGN TO "GRDREJ.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS grdRejFileStatus.
                SELECT LAPSE-FILE ASSIGN TO "INCLAPSE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS lapseFileStatus.
                SELECT CURR-FILE ASSIGN TO "CURRIC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS currFileStatus.
                SELECT AUDIT-FILE ASSIGN TO "DEGAUDIT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS auditFileStatus.
                SELECT INTEG-FILE ASSIGN TO "INTEGRTY.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS integFileStatus.
                SELECT NOTIFY-FILE ASSIGN TO "SMSOUT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS notifyFileStatus.
                SELECT DLVSTAT-FILE ASSIGN TO "SMSSTAT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS dlvStatFileStatus.
                SELECT NOTIFY-HIST-FILE ASSIGN TO "NOTIFHST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS notifyHistFileStatus.
                SELECT NOTIFSUM-FILE ASSIGN TO "NOTIFSUM.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS notifSumFileStatus.

       DATA DIVISION.
          FILE SECTION.
                05 GD-SUBJECT PIC X(10).
                05 GD-UNITS PIC 9.
                05 GD-GRADE PIC 9V99.
                05 GD-LOCK PIC X(01).
                05 GD-REMARK PIC X(03).

             FD TRANSCRIPT-FILE.
             01 TRANSCRIPT-LINE PIC X(80).
                05 EN-SNO PIC X(30).
                05 EN-TERM PIC X(10).
                05 EN-SUBJECT PIC X(10).
                05 EN-SECTION PIC X(05).

             FD SUBJECT-FILE.
             01 SUBJECT-RECORD.
                05 AS-TERM PIC X(10).
                05 AS-AMOUNT PIC 9(7)V99.
                05 AS-DATE PIC 9(6).
                05 AS-DISCOUNT PIC 9(7)V99.

             FD PAYMENT-FILE.
             01 PAYMENT-RECORD.
                05 PY-SNO PIC X(30).
                05 PY-DATE PIC 9(6).
                05 PY-AMOUNT PIC 9(7)V99.
                05 PY-RECEIPT-NO PIC 9(7).
                05 PY-TYPE PIC X(01).
                05 PY-METHOD PIC X(01).
                05 PY-REFERENCE PIC X(20).
                05 PY-USERID PIC X(10).
                05 PY-APPROVER PIC X(10).

             FD STATEMENT-FILE.
             01 STATEMENT-LINE PIC X(80).
                05 FILLER PIC X(01).
                05 RC-REJECTS PIC 9(6).

             FD DOCREQ-FILE.
             01 DOCREQ-RECORD.
                05 DQ-CONTROL-NO PIC 9(6).
                05 DQ-DATE PIC 9(6).
                05 DQ-TIME PIC 9(8).
                05 DQ-SNO PIC X(30).
                05 DQ-DOC-TYPE PIC X(03).
                05 DQ-TERM PIC X(10).
                05 DQ-SOURCE PIC X(01).
                05 DQ-REQUESTOR PIC X(30).
                05 DQ-USERID PIC X(10).
                05 DQ-FEE PIC 9(5)V99.

             FD CERT-FILE.
             01 CERTIFICATE-LINE PIC X(80).

             FD TERM-FILE.
             01 TERM-RECORD.
                05 TM-CODE PIC X(10).
                05 TM-START PIC 9(6).
                05 TM-END PIC 9(6).
                05 TM-ENLIST-FROM PIC 9(6).
                05 TM-ENLIST-TO PIC 9(6).
                05 TM-GRADE-DEADLINE PIC 9(6).
                05 TM-STATUS PIC X(07).

             FD RECEIPT-FILE.
             01 RECEIPT-LINE PIC X(80).

             FD CLOSING-FILE.
             01 CLOSING-LINE PIC X(80).

             FD SCHOLAR-FILE.
             01 SCHOLAR-RECORD.
                05 SC-SNO PIC X(30).
                05 SC-CODE PIC X(10).
                05 SC-TYPE PIC X(01).
                05 SC-KIND PIC X(01).
                05 SC-VALUE PIC 9(5)V99.
                05 SC-FROM-TERM PIC X(10).
                05 SC-TO-TERM PIC X(10).
                05 SC-MIN-GPA PIC 9V99.
                05 SC-STATUS PIC X(01).
                05 SC-REVIEW-TERM PIC X(10).

             FD RETAIN-FILE.
             01 RETAIN-LINE PIC X(80).

             FD HOLD-FILE.
             01 HOLD-RECORD.
                05 HL-SNO PIC X(30).
                05 HL-TYPE PIC X(03).
                05 HL-OFFICE PIC X(15).
                05 HL-REMARKS PIC X(30).
                05 HL-DATE PIC 9(6).
                05 HL-USERID PIC X(10).
                05 HL-RELEASE-DATE PIC 9(6).
                05 HL-RELEASE-USER PIC X(10).

             FD SECTION-FILE.
             01 SECTION-RECORD.
                05 SE-TERM PIC X(10).
                05 SE-SUBJECT PIC X(10).
                05 SE-SECTION PIC X(05).
                05 SE-DAYS PIC X(06).
                05 SE-START PIC 9(4).
                05 SE-END PIC 9(4).
                05 SE-ROOM PIC X(10).
                05 SE-INSTRUCTOR PIC X(20).
                05 SE-CAP PIC 9(3).

             FD COREG-FILE.
             01 COREG-LINE PIC X(80).

             FD GRDSHEET-FILE.
             01 GRDSHEET-RECORD PIC X(80).

             FD GRDREJ-FILE.
             01 GRDREJ-LINE PIC X(150).

             FD LAPSE-FILE.
             01 LAPSE-LINE PIC X(80).

             FD CURR-FILE.
             01 CURR-RECORD.
                05 CU-COURSE PIC X(10).
                05 CU-YEAR PIC 9.
                05 CU-SEM PIC 9.
                05 CU-KIND PIC X(01).
                05 CU-SUBJECT PIC X(10).
                05 CU-UNITS PIC 9(2).

             FD AUDIT-FILE.
             01 AUDIT-LINE PIC X(80).

             FD INTEG-FILE.
             01 INTEG-LINE PIC X(132).

             FD NOTIFY-FILE.
             01 NOTIFY-RECORD.
                05 NO-MSG-ID PIC 9(7).
                05 NO-NUMBER PIC X(15).
                05 NO-TYPE PIC X(03).
                05 NO-SNO PIC X(30).
                05 NO-TEXT PIC X(160).

             FD DLVSTAT-FILE.
             01 DLVSTAT-RECORD.
                05 DS-MSG-ID PIC 9(7).
                05 DS-STATUS PIC X(01).
                05 DS-DATE PIC 9(6).
                05 DS-REASON PIC X(30).

             FD NOTIFY-HIST-FILE.
             01 NOTIFY-HIST-RECORD.
                05 NH-MSG-ID PIC 9(7).
                05 NH-SNO PIC X(30).
                05 NH-TYPE PIC X(03).
                05 NH-EVENT PIC X(20).
                05 NH-NUMBER PIC X(15).
                05 NH-DATE PIC 9(6).
                05 NH-STATUS PIC X(01).
                05 NH-STATUS-DATE PIC 9(6).

             FD NOTIFSUM-FILE.
             01 NOTIFSUM-LINE PIC X(80).

          WORKING-STORAGE SECTION.
             77 EXITED PIC 9 VALUE 0.
             77 CHOICE PIC 99.
                   03 asTerm PIC X(10).
                   03 asAmount PIC 9(7)V99.
                   03 asDate PIC 9(6).
                   03 asDiscount PIC 9(7)V99.
             01 payEntries.
                02 pay-info OCCURS 2000 TIMES.
                   03 pySNo PIC X(30).
                   03 pyDate PIC 9(6).
                   03 pyAmount PIC 9(7)V99.
                   03 pyReceipt PIC 9(7).
                   03 pyType PIC X(01).
                   03 pyMethod PIC X(01).
                   03 pyReference PIC X(20).
                   03 pyUserId PIC X(10).
                   03 pyApprover PIC X(10).
             77 receiptFileStatus PIC XX.
             77 closingFileStatus PIC XX.
             77 payMethod PIC X(01).
                88 PAY-METHOD-VALID VALUES "C" "K" "B" "O".
                88 PAY-NEEDS-REFERENCE VALUES "K" "B" "O".
             77 payMethodName PIC X(12).
             77 payReference PIC X(20).
             77 payReceiptNo PIC 9(7) VALUE 0.
             77 payReceiptDisplay PIC 9(7).
             77 payFoundIdx PIC 9(4) VALUE 0.
             77 payVoidedFlag PIC X(01) VALUE "N".
                88 RECEIPT-ALREADY-VOIDED VALUE "Y".
             77 payApprover PIC X(10).
             77 closeDate PIC 9(6).
             77 closeDateText PIC X(06).
             77 closeFirstReceipt PIC 9(7) VALUE 0.
             77 closeLastReceipt PIC 9(7) VALUE 0.
             77 closeReceiptCount PIC 9(4) VALUE 0.
             77 closeVoidCount PIC 9(4) VALUE 0.
             77 closeGross PIC 9(8)V99 VALUE 0.
             77 closeVoidTotal PIC 9(8)V99 VALUE 0.
             77 closeNet PIC S9(8)V99 VALUE 0.
             77 closeUserTotal PIC 9(8)V99 VALUE 0.
             77 closeUserCount PIC 9(4) VALUE 0.
             77 closeLastUser PIC X(10).
             77 cashCount PIC 9(4) VALUE 0.
             77 cashIndex PIC 9(4) VALUE 0.
             77 cashFound PIC 9(4) VALUE 0.
             77 cashSwapped PIC X(01) VALUE "N".
                88 CASH-TABLE-SWAPPED VALUE "Y".
             77 methodIdx PIC 9 VALUE 0.
             01 cashierTotals.
                02 cash-info OCCURS 100 TIMES.
                   03 ccUserId PIC X(10).
                   03 ccMethod PIC X(01).
                   03 ccCount PIC 9(4).
                   03 ccAmount PIC 9(8)V99.
             01 cashSwapArea.
                02 csUserId PIC X(10).
                02 csMethod PIC X(01).
                02 csCount PIC 9(4).
                02 csAmount PIC 9(8)V99.
             01 methodTotals.
                02 method-info OCCURS 4 TIMES.
                   03 mtCount PIC 9(4).
                   03 mtAmount PIC 9(8)V99.
             01 closingDetail.
                02 cdUserId PIC X(10).
                02 FILLER PIC X(02) VALUE SPACES.
                02 cdMethod PIC X(12).
                02 FILLER PIC X(02) VALUE SPACES.
                02 cdCount PIC ZZZ9.
                02 FILLER PIC X(02) VALUE SPACES.
                02 cdAmount PIC ZZZZZZZ9.99.
             01 voidDetail.
                02 vdReceipt PIC 9(7).
                02 FILLER PIC X(02) VALUE SPACES.
                02 vdSNo PIC X(15).
                02 FILLER PIC X(02) VALUE SPACES.
                02 vdAmount PIC ZZZZZZZ9.99.
                02 FILLER PIC X(02) VALUE SPACES.
                02 vdUserId PIC X(10).
                02 FILLER PIC X(02) VALUE SPACES.
                02 vdApprover PIC X(10).
             77 scholarFileStatus PIC XX.
             77 retainFileStatus PIC XX.
             77 endOfScholarFile PIC X(01) VALUE "N".
                88 EOF-SCHOLAR-FILE VALUE "Y".
             77 schCount PIC 9(4) VALUE 0.
             77 schIndex PIC 9(4) VALUE 0.
             77 schFound PIC 9(4) VALUE 0.
             77 schExited PIC 9 VALUE 0.
             77 schChoice PIC 9.
             77 newSchCode PIC X(10).
             77 newSchType PIC X(01).
                88 SCH-TYPE-VALID VALUES "A" "T" "E" "S" "O".
                88 SCH-IS-ACADEMIC VALUE "A".
             77 newSchKind PIC X(01).
                88 SCH-KIND-VALID VALUES "P" "F".
             77 newSchValueText PIC X(12).
             77 newSchValue PIC 9(5)V99 VALUE 0.
             77 newSchFrom PIC X(10).
             77 newSchTo PIC X(10).
             77 newSchGpaText PIC X(05).
             77 newSchMinGpa PIC 9V99 VALUE 0.
             77 newSchStatus PIC X(01).
             77 oldSchStatus PIC X(01).
             77 schTuitionBase PIC 9(7)V99 VALUE 0.
             77 schDiscount PIC 9(7)V99 VALUE 0.
             77 schDiscountTotal PIC 9(7)V99 VALUE 0.
             77 grossAssessed PIC 9(7)V99 VALUE 0.
             77 schAppliedCount PIC 99 VALUE 0.
             77 schAppliedIdx PIC 99 VALUE 0.
             77 schTypeName PIC X(12).
             77 schStatusName PIC X(09).
             77 schValueDisplay PIC ZZZZ9.99.
             77 retainTerm PIC X(10).
             77 retainAction PIC X(10).
             77 retainReviewCount PIC 9(4) VALUE 0.
             77 retainKeptCount PIC 9(4) VALUE 0.
             77 retainFlagCount PIC 9(4) VALUE 0.
             77 retainSuspendCount PIC 9(4) VALUE 0.
             77 retainNoGradeCount PIC 9(4) VALUE 0.
             01 scholarEntries.
                02 scholar-info OCCURS 500 TIMES.
                   03 scSNo PIC X(30).
                   03 scCode PIC X(10).
                   03 scType PIC X(01).
                   03 scKind PIC X(01).
                   03 scValue PIC 9(5)V99.
                   03 scFromTerm PIC X(10).
                   03 scToTerm PIC X(10).
                   03 scMinGpa PIC 9V99.
                   03 scStatus PIC X(01).
                   03 scReviewTerm PIC X(10).
             01 schAppliedEntries.
                02 sch-applied OCCURS 10 TIMES.
                   03 saCode PIC X(10).
                   03 saKind PIC X(01).
                   03 saValue PIC 9(5)V99.
                   03 saDiscount PIC 9(7)V99.
             01 retainDetail.
                02 rdSNo PIC X(12).
                02 FILLER PIC X(02) VALUE SPACES.
                02 rdName PIC X(24).
                02 FILLER PIC X(01) VALUE SPACES.
                02 rdCode PIC X(10).
                02 FILLER PIC X(01) VALUE SPACES.
                02 rdMinGpa PIC 9.99.
                02 FILLER PIC X(02) VALUE SPACES.
                02 rdGpa PIC 9.99.
                02 FILLER PIC X(02) VALUE SPACES.
                02 rdAction PIC X(10).
             77 holdFileStatus PIC XX.
             77 endOfHoldFile PIC X(01) VALUE "N".
                88 EOF-HOLD-FILE VALUE "Y".
             77 holdCount PIC 9(4) VALUE 0.
             77 holdIndex PIC 9(4) VALUE 0.
             77 holdFound PIC 9(4) VALUE 0.
             77 holdStudentIdx PIC 9(4) VALUE 0.
             77 holdExited PIC 9 VALUE 0.
             77 holdChoice PIC 9.
             77 holdActiveFlag PIC X(01) VALUE "N".
                88 STUDENT-HAS-HOLD VALUE "Y".
             77 newHoldType PIC X(03).
                88 HOLD-TYPE-VALID VALUES "FIN" "LIB" "DIS" "REG"
                   "OTH".
             77 newHoldOffice PIC X(15).
             77 newHoldRemarks PIC X(30).
             77 holdThreshold PIC 9(7)V99 VALUE 0.
             01 holdEntries.
                02 hold-info OCCURS 1000 TIMES.
                   03 hlSNo PIC X(30).
                   03 hlType PIC X(03).
                   03 hlOffice PIC X(15).
                   03 hlRemarks PIC X(30).
                   03 hlDate PIC 9(6).
                   03 hlUserId PIC X(10).
                   03 hlReleaseDate PIC 9(6).
                   03 hlReleaseUser PIC X(10).
             77 sectionFileStatus PIC XX.
             77 coregFileStatus PIC XX.
             77 endOfSectionFile PIC X(01) VALUE "N".
                88 EOF-SECTION-FILE VALUE "Y".
             77 sectionCount PIC 9(4) VALUE 0.
             77 sectionIndex PIC 9(4) VALUE 0.
             77 sectionFound PIC 9(4) VALUE 0.
             77 sectionExited PIC 9 VALUE 0.
             77 sectionChoice PIC 9.
             77 newSection PIC X(05).
             77 newSecDays PIC X(06).
             77 newSecStart PIC 9(4) VALUE 0.
             77 newSecEnd PIC 9(4) VALUE 0.
             77 newSecRoom PIC X(10).
             77 newSecInstructor PIC X(20).
             77 newSecCap PIC 9(3) VALUE 0.
             77 secTextWork PIC X(10).
             77 secInstructorText PIC X(20).
             77 seatsTaken PIC 9(4) VALUE 0.
             77 sectionDetailsFlag PIC X(01) VALUE "N".
                88 SECTION-DETAILS-OK VALUE "Y".
             77 scheduleClashFlag PIC X(01) VALUE "N".
                88 SCHEDULE-CLASHES VALUE "Y".
             77 dayMatchFlag PIC X(01) VALUE "N".
                88 DAYS-DO-OVERLAP VALUE "Y".
             77 clashSubject PIC X(10).
             77 clashIndex PIC 9(4) VALUE 0.
             77 roomScanIndex PIC 9(4) VALUE 0.
             77 badDayCount PIC 9 VALUE 0.
             77 dayIdx PIC 9 VALUE 0.
             77 dayIdx2 PIC 9 VALUE 0.
             77 cmpDays1 PIC X(06).
             77 cmpDays2 PIC X(06).
             77 cmpStart1 PIC 9(4) VALUE 0.
             77 cmpEnd1 PIC 9(4) VALUE 0.
             77 cmpStart2 PIC 9(4) VALUE 0.
             77 cmpEnd2 PIC 9(4) VALUE 0.
             77 classSection PIC X(05).
             77 sectionListCount PIC 9(4) VALUE 0.
             77 corCount PIC 99 VALUE 0.
             77 corIndex PIC 99 VALUE 0.
             77 corUnits PIC 9(3) VALUE 0.
             77 corSwapFlag PIC X(01) VALUE "N".
                88 COR-HAD-SWAP VALUE "Y".
             77 dayCodeWork PIC X(01).
             77 dayNameWork PIC X(09).
             77 dayClassCount PIC 99 VALUE 0.
             77 grdSheetFileStatus PIC XX.
             77 grdRejFileStatus PIC XX.
             77 endOfGrdSheetFile PIC X(01) VALUE "N".
                88 EOF-GRDSHEET-FILE VALUE "Y".
             77 gradeValueFlag PIC X(01) VALUE "N".
                88 GRADE-VALUE-OK VALUE "Y".
             77 gradeTextLen PIC 9(4) VALUE 0.
             77 gradeHundredths PIC 9(4) VALUE 0.
             77 gradeQuarters PIC 9(4) VALUE 0.
             77 gradeQuarterRem PIC 9(4) VALUE 0.
             77 newRemark PIC X(03).
             77 incGradeCount PIC 9(4) VALUE 0.
             77 incDeadline PIC 9(6) VALUE 0.
             77 lapseFileStatus PIC XX.
             01 lapseHeading.
                02 FILLER PIC X(18) VALUE "STUDENT NO".
                02 FILLER PIC X(21) VALUE "NAME".
                02 FILLER PIC X(11) VALUE "TERM".
                02 FILLER PIC X(11) VALUE "SUBJECT".
                02 FILLER PIC X(06) VALUE "UNITS".
                02 FILLER PIC X(08) VALUE "DEADLINE".
             01 lapseDetail.
                02 lpSNo PIC X(17).
                02 FILLER PIC X(01) VALUE SPACES.
                02 lpName PIC X(20).
                02 FILLER PIC X(01) VALUE SPACES.
                02 lpTerm PIC X(10).
                02 FILLER PIC X(01) VALUE SPACES.
                02 lpSubject PIC X(10).
                02 FILLER PIC X(05) VALUE SPACES.
                02 lpUnits PIC 9.
                02 FILLER PIC X(01) VALUE SPACES.
                02 lpDeadline PIC 9(6).
             77 currFileStatus PIC XX.
             77 auditFileStatus PIC XX.
             77 endOfCurrFile PIC X(01) VALUE "N".
                88 EOF-CURR-FILE VALUE "Y".
             77 currCount PIC 9(4) VALUE 0.
             77 currIndex PIC 9(4) VALUE 0.
             77 currFound PIC 9(4) VALUE 0.
             77 currScanIdx PIC 9(4) VALUE 0.
             77 currListCount PIC 9(4) VALUE 0.
             77 currExited PIC 9 VALUE 0.
             77 currChoice PIC 9.
             77 newCurrCourse PIC X(10).
             77 newCurrYear PIC 9 VALUE 0.
             77 newCurrSem PIC 9 VALUE 0.
             77 newCurrKind PIC X(01).
             77 newCurrSubject PIC X(10).
             77 newCurrUnits PIC 9(2) VALUE 0.
             77 currCheckSubject PIC X(10).
             77 currLogValue PIC X(30).
             77 elecViewPad PIC X(22) VALUE SPACES.
             77 auditCourse PIC X(30).
             77 auditYear PIC 9 VALUE 0.
             77 auditSem PIC 9 VALUE 0.
             77 auditReqTotal PIC 9(3) VALUE 0.
             77 auditReqPassed PIC 9(3) VALUE 0.
             77 auditReqInProgress PIC 9(3) VALUE 0.
             77 auditReqMissing PIC 9(3) VALUE 0.
             77 auditElecRequired PIC 9(3) VALUE 0.
             77 auditElecEarned PIC 9(3) VALUE 0.
             77 auditElecInProgress PIC 9(3) VALUE 0.
             77 auditCleanFlag PIC X(01) VALUE "N".
                88 AUDIT-IS-CLEAN VALUE "Y".
             77 auditSubject PIC X(10).
             77 auditStatus PIC X(11).
             77 auditTerm PIC X(10).
             77 auditGrade PIC 9V99 VALUE 0.
             77 auditEnlistTerm PIC X(10).
             77 enlistGradedFlag PIC X(01) VALUE "N".
                88 ENLISTMENT-IS-GRADED VALUE "Y".
             77 auditGradeIdx PIC 9(4) VALUE 0.
             77 auditStudentCount PIC 9(4) VALUE 0.
             77 auditCleanCount PIC 9(4) VALUE 0.
             01 currEntries.
                02 curr-info OCCURS 1000 TIMES.
                   03 cuCourse PIC X(10).
                   03 cuYear PIC 9.
                   03 cuSem PIC 9.
                   03 cuKind PIC X(01).
                   03 cuSubject PIC X(10).
                   03 cuUnits PIC 9(2).
             01 auditHeading.
                02 FILLER PIC X(03) VALUE "YR".
                02 FILLER PIC X(04) VALUE "SEM".
                02 FILLER PIC X(11) VALUE "SUBJECT".
                02 FILLER PIC X(26) VALUE "TITLE".
                02 FILLER PIC X(06) VALUE "UNITS".
                02 FILLER PIC X(12) VALUE "STATUS".
                02 FILLER PIC X(11) VALUE "TERM".
                02 FILLER PIC X(05) VALUE "GRADE".
             01 auditDetail.
                02 adYear PIC 9.
                02 FILLER PIC X(02) VALUE SPACES.
                02 adSem PIC 9.
                02 FILLER PIC X(03) VALUE SPACES.
                02 adSubject PIC X(10).
                02 FILLER PIC X(01) VALUE SPACES.
                02 adTitle PIC X(25).
                02 FILLER PIC X(01) VALUE SPACES.
                02 adUnits PIC Z9.
                02 FILLER PIC X(04) VALUE SPACES.
                02 adStatus PIC X(11).
                02 FILLER PIC X(01) VALUE SPACES.
                02 adTerm PIC X(10).
                02 FILLER PIC X(01) VALUE SPACES.
                02 adGrade PIC X(04).
             01 auditSumHeading.
                02 FILLER PIC X(16) VALUE "STUDENT NO".
                02 FILLER PIC X(23) VALUE "NAME".
                02 FILLER PIC X(09) VALUE "REQUIRED".
                02 FILLER PIC X(05) VALUE "INPR".
                02 FILLER PIC X(05) VALUE "MISS".
                02 FILLER PIC X(09) VALUE "ELECTIVE".
                02 FILLER PIC X(09) VALUE "RESULT".
             01 auditSumDetail.
                02 dsSNo PIC X(15).
                02 FILLER PIC X(01) VALUE SPACES.
                02 dsName PIC X(22).
                02 FILLER PIC X(01) VALUE SPACES.
                02 dsPassed PIC 9(3).
                02 FILLER PIC X(01) VALUE "/".
                02 dsTotal PIC 9(3).
                02 FILLER PIC X(02) VALUE SPACES.
                02 dsInProgress PIC 9(3).
                02 FILLER PIC X(02) VALUE SPACES.
                02 dsMissing PIC 9(3).
                02 FILLER PIC X(02) VALUE SPACES.
                02 dsElecEarned PIC 9(3).
                02 FILLER PIC X(01) VALUE "/".
                02 dsElecRequired PIC 9(3).
                02 FILLER PIC X(02) VALUE SPACES.
                02 dsResult PIC X(09).
             77 integFileStatus PIC XX.
             77 integrityTotal PIC 9(5) VALUE 0.
             77 integrityCat PIC 99 VALUE 0.
             77 integrityIdx PIC 9(4) VALUE 0.
             77 integrityCatName PIC X(40).
             77 studentOnFileFlag PIC X(01) VALUE "N".
                88 STUDENT-IS-ON-FILE VALUE "Y".
             01 integrityCounts.
                02 icCount PIC 9(5) OCCURS 13 TIMES.
             77 notifyFileStatus PIC XX.
             77 dlvStatFileStatus PIC XX.
             77 notifyHistFileStatus PIC XX.
             77 notifSumFileStatus PIC XX.
             77 endOfNotifyHistFile PIC X(01) VALUE "N".
                88 EOF-NOTIFY-HIST-FILE VALUE "Y".
             77 endOfDlvStatFile PIC X(01) VALUE "N".
                88 EOF-DLVSTAT-FILE VALUE "Y".
             77 notifyExited PIC 9 VALUE 0.
             77 notifyChoice PIC 9.
             77 notifyCount PIC 9(4) VALUE 0.
             77 notifyIndex PIC 9(4) VALUE 0.
             77 notifyFound PIC 9(4) VALUE 0.
             77 notifyStudentIdx PIC 9(4) VALUE 0.
             77 notifyTypeIdx PIC 9 VALUE 0.
             77 notifyNextId PIC 9(7) VALUE 0.
             77 notifyToday PIC 9(6).
             77 notifyListCount PIC 9(4) VALUE 0.
             77 notifyBalThreshold PIC 9(7)V99 VALUE 0.
             77 notifyType PIC X(03).
             77 notifyEvent PIC X(20).
             77 notifyNumber PIC X(15).
             77 notifyText PIC X(160).
             77 notifyStatusName PIC X(09).
             77 waitRank PIC 9(4) VALUE 0.
             01 notifyEntries.
                02 notify-info OCCURS 3000 TIMES.
                   03 nhMsgId PIC 9(7).
                   03 nhSNo PIC X(30).
                   03 nhType PIC X(03).
                   03 nhEvent PIC X(20).
                   03 nhNumber PIC X(15).
                   03 nhDate PIC 9(6).
                   03 nhStatus PIC X(01).
                   03 nhStatusDate PIC 9(6).
             01 notifyTotals.
                02 notify-total OCCURS 4 TIMES.
                   03 ntSent PIC 9(5).
                   03 ntSuppressed PIC 9(5).
                   03 ntDelivered PIC 9(5).
                   03 ntFailed PIC 9(5).
                   03 ntPending PIC 9(5).
             01 notifySumHeading.
                02 FILLER PIC X(11) VALUE "TYPE".
                02 FILLER PIC X(07) VALUE "   SENT".
                02 FILLER PIC X(12) VALUE "  SUPPRESSED".
                02 FILLER PIC X(10) VALUE " DELIVERED".
                02 FILLER PIC X(08) VALUE "  FAILED".
                02 FILLER PIC X(08) VALUE " PENDING".
             01 notifySumDetail.
                02 nsType PIC X(10).
                02 FILLER PIC X(03) VALUE SPACES.
                02 nsSent PIC ZZZZ9.
                02 FILLER PIC X(07) VALUE SPACES.
                02 nsSuppressed PIC ZZZZ9.
                02 FILLER PIC X(05) VALUE SPACES.
                02 nsDelivered PIC ZZZZ9.
                02 FILLER PIC X(03) VALUE SPACES.
                02 nsFailed PIC ZZZZ9.
                02 FILLER PIC X(03) VALUE SPACES.
                02 nsPending PIC ZZZZ9.
             01 sectionEntries.
                02 section-info OCCURS 500 TIMES.
                   03 secTerm PIC X(10).
                   03 secSubject PIC X(10).
                   03 secCode PIC X(05).
                   03 secDays PIC X(06).
                   03 secStart PIC 9(4).
                   03 secEnd PIC 9(4).
                   03 secRoom PIC X(10).
                   03 secInstructor PIC X(20).
                   03 secCap PIC 9(3).
             01 corEntries.
                02 cor-info OCCURS 30 TIMES.
                   03 crSubject PIC X(10).
                   03 crSection PIC X(05).
                   03 crDays PIC X(06).
                   03 crStart PIC 9(4).
                   03 crEnd PIC 9(4).
                   03 crRoom PIC X(10).
                   03 crInstructor PIC X(20).
                   03 crUnits PIC 9.
             01 corSwapArea.
                02 csSubject PIC X(10).
                02 csSection PIC X(05).
                02 csDays PIC X(06).
                02 csStart PIC 9(4).
                02 csEnd PIC 9(4).
                02 csRoom PIC X(10).
                02 csInstructor PIC X(20).
                02 csUnits PIC 9.
             01 coregDetail.
                02 cgSubject PIC X(10).
                02 FILLER PIC X(01) VALUE SPACES.
                02 cgSection PIC X(05).
                02 FILLER PIC X(01) VALUE SPACES.
                02 cgDays PIC X(06).
                02 FILLER PIC X(01) VALUE SPACES.
                02 cgTime PIC X(09).
                02 FILLER PIC X(01) VALUE SPACES.
                02 cgRoom PIC X(10).
                02 FILLER PIC X(01) VALUE SPACES.
                02 cgInstructor PIC X(20).
                02 FILLER PIC X(05) VALUE SPACES.
                02 cgUnits PIC 9.
             77 termEndTerm PIC X(10).
             77 termEndIdx PIC 9(4) VALUE 0.
             77 earnedUnits PIC 9(4) VALUE 0.
                02 tdUnits PIC 9.
                02 FILLER PIC X(03) VALUE SPACES.
                02 tdGrade PIC 9.99.
                02 tdRemark REDEFINES tdGrade PIC X(04).
             77 docReqFileStatus PIC XX.
             77 certFileStatus PIC XX.
             77 endOfDocReqFile PIC X(01) VALUE "N".
                88 EOF-DOCREQ-FILE VALUE "Y".
             77 docExited PIC 9 VALUE 0.
             77 docChoice PIC 9.
             77 docFoundFlag PIC X(01) VALUE "N".
                88 DOC-STUDENT-FOUND VALUE "Y".
             77 docRequestFlag PIC X(01) VALUE "N".
                88 DOC-REQUEST-OK VALUE "Y".
             77 docSource PIC X(01).
                88 DOC-FROM-ROSTER VALUE "A".
                88 DOC-FROM-ARCHIVE VALUE "R".
             77 docName PIC X(30).
             77 docSNo PIC X(30).
             77 docCourse PIC X(30).
             77 docReason PIC X(11).
             77 docArchDate PIC 9(6) VALUE 0.
             77 docType PIC X(03).
             77 docTerm PIC X(10).
             77 docRequestor PIC X(30).
             77 docFeeText PIC X(12).
             77 docFee PIC 9(5)V99 VALUE 0.
             77 docControlNo PIC 9(6) VALUE 0.
             77 docDate PIC 9(6) VALUE 0.
             77 docTime PIC 9(8) VALUE 0.
             77 docUnits PIC 9(4) VALUE 0.
             77 docLineCount PIC 9(4) VALUE 0.
             77 docFeeTotal PIC 9(8)V99 VALUE 0.
             77 docFilterSNo PIC X(30).
             77 termFileStatus PIC XX.
             77 endOfTermFile PIC X(01) VALUE "N".
                88 EOF-TERM-FILE VALUE "Y".
             77 termCount PIC 9(4) VALUE 0.
             77 termIndex PIC 9(4) VALUE 0.
             77 termFound PIC 9(4) VALUE 0.
             77 checkTerm PIC X(10).
             77 termValidFlag PIC X(01) VALUE "N".
                88 TERM-IS-VALID VALUE "Y".
             77 termWindowFlag PIC X(01) VALUE "N".
                88 TERM-WINDOW-OPEN VALUE "Y".
             77 termDatesFlag PIC X(01) VALUE "N".
                88 TERM-DATES-OK VALUE "Y".
             77 termStatusWork PIC X(07).
                88 TERM-IS-OPEN VALUE "OPEN".
                88 TERM-IS-GRADING VALUE "GRADING".
                88 TERM-IS-CLOSED VALUE "CLOSED".
             77 termToday PIC 9(6) VALUE 0.
             77 termExited PIC 9 VALUE 0.
             77 termChoice PIC 9.
             77 termDateText PIC X(06).
             77 newTermCode PIC X(10).
             77 newTermStart PIC 9(6) VALUE 0.
             77 newTermEnd PIC 9(6) VALUE 0.
             77 newEnlistFrom PIC 9(6) VALUE 0.
             77 newEnlistTo PIC 9(6) VALUE 0.
             77 newGradeDeadline PIC 9(6) VALUE 0.
             77 newTermStatus PIC X(07).
             77 oldTermStatus PIC X(07).
             77 lockedGradeCount PIC 9(4) VALUE 0.
             01 termCalendar.
                02 term-info OCCURS 100 TIMES.
                   03 tmCode PIC X(10).
                   03 tmStart PIC 9(6).
                   03 tmEnd PIC 9(6).
                   03 tmEnlistFrom PIC 9(6).
                   03 tmEnlistTo PIC 9(6).
                   03 tmGradeDeadline PIC 9(6).
                   03 tmStatus PIC X(07).
             01 certEnrollDetail.
                02 ceSubject PIC X(10).
                02 FILLER PIC X(02) VALUE SPACES.
                02 ceTitle PIC X(40).
                02 FILLER PIC X(02) VALUE SPACES.
                02 ceUnits PIC 9.
             01 subjectCatalog.
                02 subject-info OCCURS 200 TIMES.
                   03 sjCode PIC X(10).
                   03 eSNo PIC X(30).
                   03 eTerm PIC X(10).
                   03 eSubject PIC X(10).
                   03 eSection PIC X(05).
             01 gradeEntries.
                02 grade-info OCCURS 2000 TIMES.
                   03 gSNo PIC X(30).
                   03 gSubject PIC X(10).
                   03 gUnits PIC 9.
                   03 gGrade PIC 9V99.
                   03 gLock PIC X(01).
                   03 gRemark PIC X(03).
             77 formSNo PIC X(30).
             77 formName PIC X(30).
             77 formCourse PIC X(30).
          PERFORM LOAD-RATES.
          PERFORM LOAD-ASSESSMENTS.
          PERFORM LOAD-PAYMENTS.
          PERFORM LOAD-TERMS.
          PERFORM LOAD-SCHOLARSHIPS.
          PERFORM LOAD-HOLDS.
          PERFORM LOAD-SECTIONS.
          PERFORM LOAD-CURRICULUM.
          PERFORM LOAD-NOTIFY-HISTORY.
          ACCEPT runMode FROM COMMAND-LINE.
          EVALUATE runMode
             WHEN "BATCH"
                PERFORM TERMEND-RUN
             WHEN "IMPORT"
                PERFORM IMPORT-REGISTRAR-CSV
             WHEN "RETAIN"
                MOVE "RETAIN" TO currentUserId
                MOVE 3 TO currentUserLevel
                PERFORM SCHOLARSHIP-RETENTION-RUN
             WHEN "FINHOLD"
                MOVE "FINHOLD" TO currentUserId
                MOVE 3 TO currentUserLevel
                PERFORM FINANCIAL-HOLD-RUN
             WHEN "GRADESHEET"
                MOVE "GRADESHEET" TO currentUserId
                MOVE 3 TO currentUserLevel
                PERFORM UPLOAD-GRADE-SHEET
             WHEN "INCLAPSE"
                MOVE "INCLAPSE" TO currentUserId
                MOVE 3 TO currentUserLevel
                PERFORM INC-LAPSE-RUN
             WHEN "INTEGRITY"
                PERFORM INTEGRITY-CHECK-RUN
             WHEN "NOTIFY"
                MOVE "NOTIFY" TO currentUserId
                MOVE 3 TO currentUserLevel
                PERFORM NOTIFICATION-RUN
             WHEN "NOTIFSTAT"
                MOVE "NOTIFSTAT" TO currentUserId
                MOVE 3 TO currentUserLevel
                PERFORM LOAD-DELIVERY-STATUS
             WHEN OTHER
                PERFORM SIGN-ON
                IF SIGNED-ON
             DISPLAY "[16] IMPORT REGISTRAR CSV".
             DISPLAY "[17] WAITLIST".
             DISPLAY "[18] ATTENDANCE".
             DISPLAY "[19] DOCUMENT ISSUANCE".
             DISPLAY "[20] STUDENT HOLDS".
             DISPLAY "[21] CURRICULUM AND DEGREE AUDIT".
             DISPLAY "[22] NOTIFICATIONS".
             DISPLAY "[23] EXIT".
             DISPLAY "CHOICE: " WITH NO ADVANCING.
             ACCEPT CHOICE.

                WHEN 18
                   MOVE 0 TO attendExited
                   PERFORM ATTENDANCE-MENU UNTIL attendExited = 1
                WHEN 19
                   MOVE 0 TO docExited
                   PERFORM DOCUMENTS-MENU UNTIL docExited = 1
                WHEN 20
                   MOVE 0 TO holdExited
                   PERFORM HOLDS-MENU UNTIL holdExited = 1
                WHEN 21
                   MOVE 0 TO currExited
                   PERFORM CURRICULUM-MENU UNTIL currExited = 1
                WHEN 22
                   MOVE 0 TO notifyExited
                   PERFORM NOTIFY-MENU UNTIL notifyExited = 1
                WHEN OTHER
                   MOVE 1 TO EXITED
             END-EVALUATE.

          LOAD-HOLDS.
             MOVE 0 TO holdCount.
             MOVE "N" TO endOfHoldFile.
             OPEN INPUT HOLD-FILE.
             IF holdFileStatus NOT = "35"
                PERFORM READ-HOLD-RECORD
                PERFORM STORE-HOLD-RECORD UNTIL EOF-HOLD-FILE
                CLOSE HOLD-FILE
             END-IF.

          READ-HOLD-RECORD.
             READ HOLD-FILE
                AT END MOVE "Y" TO endOfHoldFile
             END-READ.

          STORE-HOLD-RECORD.
             IF holdCount NOT < 1000
                DISPLAY "HOLD TABLE FULL, REST OF HOLDS.DAT IGNORED!"
                MOVE "Y" TO endOfHoldFile
             ELSE
                ADD 1 TO holdCount
                MOVE HL-SNO TO hlSNo(holdCount)
                MOVE HL-TYPE TO hlType(holdCount)
                MOVE HL-OFFICE TO hlOffice(holdCount)
                MOVE HL-REMARKS TO hlRemarks(holdCount)
                MOVE HL-DATE TO hlDate(holdCount)
                MOVE HL-USERID TO hlUserId(holdCount)
                MOVE HL-RELEASE-DATE TO hlReleaseDate(holdCount)
                MOVE HL-RELEASE-USER TO hlReleaseUser(holdCount)
                PERFORM READ-HOLD-RECORD
             END-IF.

          SAVE-HOLDS.
             OPEN OUTPUT HOLD-FILE.
             PERFORM WRITE-HOLD-RECORD VARYING holdIndex FROM 1 BY 1
                UNTIL holdIndex > holdCount.
             CLOSE HOLD-FILE.

          WRITE-HOLD-RECORD.
             MOVE hlSNo(holdIndex) TO HL-SNO
             MOVE hlType(holdIndex) TO HL-TYPE
             MOVE hlOffice(holdIndex) TO HL-OFFICE
             MOVE hlRemarks(holdIndex) TO HL-REMARKS
             MOVE hlDate(holdIndex) TO HL-DATE
             MOVE hlUserId(holdIndex) TO HL-USERID
             MOVE hlReleaseDate(holdIndex) TO HL-RELEASE-DATE
             MOVE hlReleaseUser(holdIndex) TO HL-RELEASE-USER
             WRITE HOLD-RECORD.

          CHECK-ACTIVE-HOLD.
             MOVE "N" TO holdActiveFlag.
             MOVE 0 TO holdFound.
             PERFORM MATCH-ACTIVE-HOLD VARYING holdIndex FROM 1 BY 1
                UNTIL holdIndex > holdCount OR STUDENT-HAS-HOLD.

          MATCH-ACTIVE-HOLD.
             IF hlSNo(holdIndex) = inputStdNo
                AND hlReleaseDate(holdIndex) = 0
                MOVE "Y" TO holdActiveFlag
                MOVE holdIndex TO holdFound
             END-IF.

          SHOW-ACTIVE-HOLD.
             DISPLAY "ACTIVE " hlType(holdFound) " HOLD PLACED BY "
                FUNCTION TRIM(hlOffice(holdFound)) " ON "
                hlDate(holdFound) ": "
                FUNCTION TRIM(hlRemarks(holdFound)).

          HOLDS-MENU.
             DISPLAY "***STUDENT HOLDS***".
             DISPLAY "[1] PLACE HOLD".
             DISPLAY "[2] RELEASE HOLD".
             DISPLAY "[3] VIEW STUDENT HOLDS".
             DISPLAY "[4] AUTOMATIC FINANCIAL HOLD RUN".
             DISPLAY "[5] BACK TO MAIN MENU".
             DISPLAY "CHOICE: " WITH NO ADVANCING.
             ACCEPT holdChoice.

             EVALUATE holdChoice
                WHEN 1
                   IF USER-CAN-UPDATE
                      PERFORM PLACE-HOLD
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 2
                   IF USER-CAN-UPDATE
                      PERFORM RELEASE-HOLD
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 3
                   PERFORM VIEW-STUDENT-HOLDS
                WHEN 4
                   IF USER-IS-SUPERVISOR
                      PERFORM FINANCIAL-HOLD-RUN
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN OTHER
                   MOVE 1 TO holdExited
             END-EVALUATE.

          PLACE-HOLD.
             DISPLAY "***PLACE HOLD***".
             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
             ACCEPT inputStdNo.

             PERFORM FIND-DOCUMENT-STUDENT.

             IF NOT DOC-STUDENT-FOUND
                DISPLAY "STUDENT NOT FOUND!"
             ELSE
                DISPLAY "HOLD TYPE (FIN)ANCIAL (LIB)RARY "
                   "(DIS)CIPLINARY (REG)ISTRAR (OTH)ER: "
                   WITH NO ADVANCING
                ACCEPT newHoldType
                MOVE FUNCTION UPPER-CASE(newHoldType) TO newHoldType
                DISPLAY "PLACING OFFICE: " WITH NO ADVANCING
                ACCEPT newHoldOffice
                MOVE FUNCTION UPPER-CASE(newHoldOffice)
                   TO newHoldOffice
                DISPLAY "REMARKS: " WITH NO ADVANCING
                ACCEPT newHoldRemarks

                MOVE 0 TO holdFound
                PERFORM FIND-HOLD-OF-TYPE VARYING holdIndex
                   FROM 1 BY 1 UNTIL holdIndex > holdCount

                EVALUATE TRUE
                   WHEN NOT HOLD-TYPE-VALID
                      DISPLAY "INVALID HOLD TYPE!"
                   WHEN newHoldOffice = SPACES
                      DISPLAY "PLACING OFFICE IS REQUIRED!"
                   WHEN holdFound > 0
                      DISPLAY "STUDENT ALREADY HAS AN ACTIVE "
                         newHoldType " HOLD!"
                   WHEN holdCount NOT < 1000
                      DISPLAY "HOLD FILE IS FULL!"
                   WHEN OTHER
                      PERFORM ADD-HOLD-ENTRY
                      PERFORM SAVE-HOLDS
                      DISPLAY "HOLD PLACED!"
                END-EVALUATE
             END-IF.

          FIND-HOLD-OF-TYPE.
             IF hlSNo(holdIndex) = inputStdNo
                AND hlType(holdIndex) = newHoldType
                AND hlReleaseDate(holdIndex) = 0
                MOVE holdIndex TO holdFound
             END-IF.

          ADD-HOLD-ENTRY.
             ACCEPT logDate FROM DATE.
             ADD 1 TO holdCount.
             MOVE inputStdNo TO hlSNo(holdCount).
             MOVE newHoldType TO hlType(holdCount).
             MOVE newHoldOffice TO hlOffice(holdCount).
             MOVE newHoldRemarks TO hlRemarks(holdCount).
             MOVE logDate TO hlDate(holdCount).
             MOVE currentUserId TO hlUserId(holdCount).
             MOVE 0 TO hlReleaseDate(holdCount).
             MOVE SPACES TO hlReleaseUser(holdCount).

             MOVE inputStdNo TO logSNo.
             MOVE "HLDPLC" TO logAction.
             MOVE newHoldType TO logField.
             MOVE SPACES TO logOldValue.
             MOVE newHoldOffice TO logNewValue.
             PERFORM WRITE-LOG-ENTRY.

          RELEASE-HOLD.
             DISPLAY "***RELEASE HOLD***".
             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
             ACCEPT inputStdNo.
             DISPLAY "HOLD TYPE TO RELEASE: " WITH NO ADVANCING.
             ACCEPT newHoldType.
             MOVE FUNCTION UPPER-CASE(newHoldType) TO newHoldType.

             MOVE 0 TO holdFound.
             PERFORM FIND-HOLD-OF-TYPE VARYING holdIndex
                FROM 1 BY 1 UNTIL holdIndex > holdCount.

             IF holdFound = 0
                DISPLAY "NO ACTIVE HOLD OF THAT TYPE!"
             ELSE
                PERFORM SHOW-ACTIVE-HOLD
                DISPLAY "RELEASE THIS HOLD (Y/N)? " WITH NO ADVANCING
                ACCEPT confirmFlag
                IF confirmFlag = "Y" OR confirmFlag = "y"
                   ACCEPT logDate FROM DATE
                   MOVE logDate TO hlReleaseDate(holdFound)
                   MOVE currentUserId TO hlReleaseUser(holdFound)
                   PERFORM SAVE-HOLDS

                   MOVE inputStdNo TO logSNo
                   MOVE "HLDREL" TO logAction
                   MOVE newHoldType TO logField
                   MOVE hlOffice(holdFound) TO logOldValue
                   MOVE "RELEASED" TO logNewValue
                   PERFORM WRITE-LOG-ENTRY

                   DISPLAY "HOLD RELEASED!"
                ELSE
                   DISPLAY "RELEASE CANCELLED!"
                END-IF
             END-IF.

          VIEW-STUDENT-HOLDS.
             DISPLAY "***STUDENT HOLDS***".
             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
             ACCEPT inputStdNo.

             MOVE 0 TO matchCount.
             PERFORM LIST-HOLD-ENTRY VARYING holdIndex FROM 1 BY 1
                UNTIL holdIndex > holdCount.

             IF matchCount = 0
                DISPLAY "NO HOLDS ON FILE!"
             END-IF.

          LIST-HOLD-ENTRY.
             IF hlSNo(holdIndex) = inputStdNo
                ADD 1 TO matchCount
                IF hlReleaseDate(holdIndex) = 0
                   DISPLAY hlType(holdIndex) " " hlOffice(holdIndex)
                      " PLACED " hlDate(holdIndex) " BY "
                      hlUserId(holdIndex) " ACTIVE"
                ELSE
                   DISPLAY hlType(holdIndex) " " hlOffice(holdIndex)
                      " PLACED " hlDate(holdIndex) " BY "
                      hlUserId(holdIndex) " RELEASED "
                      hlReleaseDate(holdIndex) " BY "
                      hlReleaseUser(holdIndex)
                END-IF
                IF hlRemarks(holdIndex) NOT = SPACES
                   DISPLAY "   " hlRemarks(holdIndex)
                END-IF
             END-IF.

          FINANCIAL-HOLD-RUN.
             DISPLAY "***AUTOMATIC FINANCIAL HOLD RUN***".
             DISPLAY "HOLD BALANCES OVER (EX. 5000.00): "
                WITH NO ADVANCING.
             ACCEPT payAmountText.
             COMPUTE holdThreshold = FUNCTION NUMVAL(payAmountText).

             IF holdThreshold = 0
                DISPLAY "THRESHOLD MUST BE GREATER THAN ZERO!"
             ELSE
                MOVE 0 TO batchReadCount
                MOVE 0 TO batchSkipCount
                MOVE 0 TO batchAddCount
                MOVE 0 TO batchEditCount
                MOVE 0 TO batchDeleteCount
                MOVE 0 TO batchRejectCount

                PERFORM FINANCIAL-HOLD-ENTRY VARYING holdStudentIdx
                   FROM 1 BY 1 UNTIL holdStudentIdx > studentCount

                IF batchAddCount > 0
                   PERFORM SAVE-HOLDS
                END-IF
                DISPLAY "FINANCIAL HOLDS PLACED: " batchAddCount
                PERFORM WRITE-RUN-CONTROL
             END-IF.

          FINANCIAL-HOLD-ENTRY.
             ADD 1 TO batchReadCount.
             MOVE sNo(holdStudentIdx) TO inputStdNo.
             PERFORM COMPUTE-STUDENT-BALANCE.

             IF balanceAmount > holdThreshold
                MOVE "FIN" TO newHoldType
                MOVE 0 TO holdFound
                PERFORM FIND-HOLD-OF-TYPE VARYING holdIndex
                   FROM 1 BY 1 UNTIL holdIndex > holdCount
                EVALUATE TRUE
                   WHEN holdFound > 0
                      ADD 1 TO batchSkipCount
                   WHEN holdCount NOT < 1000
                      DISPLAY "HOLD FILE IS FULL, NOT HELD: "
                         FUNCTION TRIM(inputStdNo)
                      ADD 1 TO batchRejectCount
                   WHEN OTHER
                      MOVE "ACCOUNTING" TO newHoldOffice
                      MOVE balanceAmount TO balanceDisplay
                      MOVE SPACES TO newHoldRemarks
                      STRING
                         "UNPAID BALANCE " DELIMITED BY SIZE
                         FUNCTION TRIM(balanceDisplay)
                            DELIMITED BY SIZE
                         INTO newHoldRemarks
                      END-STRING
                      PERFORM ADD-HOLD-ENTRY
                      ADD 1 TO batchAddCount
                      DISPLAY "FINANCIAL HOLD PLACED: "
                         FUNCTION TRIM(inputStdNo) " "
                         FUNCTION TRIM(balanceDisplay)
                END-EVALUATE
             END-IF.

          LOAD-STUDENTS.
             MOVE 0 TO studentCount.
             MOVE 0 TO batchDeleteCount.
             MOVE 0 TO batchRejectCount.

             MOVE termEndTerm TO checkTerm.
             PERFORM VALIDATE-TERM.

             EVALUATE TRUE
                WHEN catalogCount = 0
                   DISPLAY "NO COURSE CATALOG LOADED, RUN CANCELLED!"
                WHEN NOT TERM-IS-VALID
                   DISPLAY "UNKNOWN TERM CODE, RUN CANCELLED!"
                WHEN TERM-IS-OPEN
                   DISPLAY "TERM IS STILL OPEN, RUN CANCELLED!"
                WHEN OTHER
                   PERFORM TERMEND-GRADUATE-PASS
             END-EVALUATE.

          TERMEND-GRADUATE-PASS.
             MOVE 1 TO termEndIdx.
             PERFORM TERMEND-STUDENT-ENTRY
                UNTIL termEndIdx > studentCount.
             DISPLAY "GRADUATES ARCHIVED: " batchDeleteCount.
             PERFORM WRITE-RUN-CONTROL.

          TERMEND-STUDENT-ENTRY.
             ADD 1 TO batchReadCount.
                DISPLAY "GRADUATION CANDIDATE: "
                   FUNCTION TRIM(inputStdNo) " "
                   fullname(termEndIdx)
                MOVE "Y" TO auditCleanFlag
                IF currCount > 0
                   MOVE course(termEndIdx) TO auditCourse
                   PERFORM COMPUTE-DEGREE-AUDIT
                END-IF
                PERFORM CHECK-ACTIVE-HOLD
                EVALUATE TRUE
                   WHEN NOT AUDIT-IS-CLEAN
                      DISPLAY "DEGREE AUDIT NOT CLEAN, NOT GRADUATED: "
                         FUNCTION TRIM(inputStdNo)
                         " REQUIRED " auditReqPassed "/" auditReqTotal
                         " ELECTIVE UNITS " auditElecEarned "/"
                         auditElecRequired
                      ADD 1 TO batchRejectCount
                      ADD 1 TO termEndIdx
                   WHEN STUDENT-HAS-HOLD
                      PERFORM SHOW-ACTIVE-HOLD
                      DISPLAY "STUDENT IS ON HOLD, NOT GRADUATED: "
                         FUNCTION TRIM(inputStdNo)
                      ADD 1 TO batchRejectCount
                      ADD 1 TO termEndIdx
                   WHEN OTHER
                      PERFORM GRADUATE-STUDENT
                END-EVALUATE
             ELSE
                ADD 1 TO termEndIdx
             END-IF.
                IF gTerm(gradeIndex) = termEndTerm
                   MOVE "Y" TO termActiveFlag
                END-IF
                IF gRemark(gradeIndex) = SPACES
                   AND gGrade(gradeIndex) > 0
                   AND gGrade(gradeIndex) NOT > 3.00
                   ADD gUnits(gradeIndex) TO earnedUnits
                END-IF
             MOVE GD-SUBJECT TO gSubject(gradeCount)
             MOVE GD-UNITS TO gUnits(gradeCount)
             MOVE GD-GRADE TO gGrade(gradeCount)
             MOVE GD-LOCK TO gLock(gradeCount)
             MOVE GD-REMARK TO gRemark(gradeCount)
             PERFORM READ-GRADE-RECORD.

          SAVE-GRADES.
             MOVE gSubject(gradeIndex) TO GD-SUBJECT
             MOVE gUnits(gradeIndex) TO GD-UNITS
             MOVE gGrade(gradeIndex) TO GD-GRADE
             MOVE gLock(gradeIndex) TO GD-LOCK
             MOVE gRemark(gradeIndex) TO GD-REMARK
             WRITE GRADE-RECORD.

          LOAD-ENLISTMENT.
             MOVE EN-SNO TO eSNo(enlistCount)
             MOVE EN-TERM TO eTerm(enlistCount)
             MOVE EN-SUBJECT TO eSubject(enlistCount)
             MOVE EN-SECTION TO eSection(enlistCount)
             PERFORM READ-ENROLL-RECORD.

          SAVE-ENLISTMENT.
             MOVE eSNo(enlistIndex) TO EN-SNO
             MOVE eTerm(enlistIndex) TO EN-TERM
             MOVE eSubject(enlistIndex) TO EN-SUBJECT
             MOVE eSection(enlistIndex) TO EN-SECTION
             WRITE ENROLL-RECORD.

          FIND-ENLISTMENT.
                   DISPLAY "ENTER SUBJECT CODE: " WITH NO ADVANCING
                   ACCEPT newSubject

                   MOVE SPACES TO newSection
                   IF sectionCount > 0
                      DISPLAY "ENTER SECTION: " WITH NO ADVANCING
                      ACCEPT newSection
                      MOVE FUNCTION UPPER-CASE(newSection)
                         TO newSection
                   END-IF

                   MOVE newSubject TO checkSubject
                   PERFORM VALIDATE-SUBJECT
                   PERFORM CHECK-PREREQUISITE

                   MOVE newTerm TO checkTerm
                   PERFORM VALIDATE-TERM
                   PERFORM CHECK-ENLIST-WINDOW

                   MOVE 0 TO sectionFound
                   MOVE 0 TO seatsTaken
                   MOVE "N" TO scheduleClashFlag
                   IF sectionCount > 0
                      PERFORM MATCH-SECTION VARYING sectionIndex
                         FROM 1 BY 1 UNTIL sectionIndex > sectionCount
                   END-IF
                   IF sectionFound > 0
                      PERFORM COUNT-SECTION-SEATS VARYING enlistIndex
                         FROM 1 BY 1 UNTIL enlistIndex > enlistCount
                      PERFORM CHECK-SCHEDULE-CONFLICT
                   END-IF

                   MOVE 0 TO enlistFound
                   PERFORM FIND-ENLISTMENT VARYING enlistIndex
                      FROM 1 BY 1 UNTIL enlistIndex > enlistCount

                   PERFORM CHECK-ACTIVE-HOLD

                   EVALUATE TRUE
                      WHEN STUDENT-HAS-HOLD
                         PERFORM SHOW-ACTIVE-HOLD
                         DISPLAY "STUDENT IS ON HOLD, NOT ENLISTED!"
                      WHEN NOT TERM-IS-VALID
                         DISPLAY "UNKNOWN TERM CODE, NOT ENLISTED!"
                      WHEN NOT TERM-WINDOW-OPEN
                         DISPLAY "TERM IS NOT OPEN FOR ENLISTMENT, "
                            "NOT ENLISTED!"
                      WHEN NOT SUBJECT-IS-VALID
                         DISPLAY "UNKNOWN SUBJECT CODE, NOT ENLISTED!"
                      WHEN enlistFound > 0
                         DISPLAY "STUDENT ALREADY ENLISTED IN THAT "
                            "SUBJECT FOR THAT TERM!"
                      WHEN NOT PREREQ-IS-PASSED
                         DISPLAY "NO PASSING GRADE ON FILE FOR "
                            "PREREQUISITE "
                            FUNCTION TRIM(sjPrereq(subjCatFound))
                            ", NOT ENLISTED!"
                      WHEN sectionCount > 0 AND sectionFound = 0
                         DISPLAY "SECTION NOT OFFERED FOR THAT "
                            "SUBJECT AND TERM, NOT ENLISTED!"
                      WHEN sectionFound > 0
                         AND seatsTaken NOT < secCap(sectionFound)
                         DISPLAY "SECTION IS FULL, NOT ENLISTED!"
                      WHEN SCHEDULE-CLASHES
                         DISPLAY "SCHEDULE CONFLICTS WITH "
                            FUNCTION TRIM(clashSubject)
                            ", NOT ENLISTED!"
                      WHEN OTHER
                         ADD 1 TO enlistCount
                         MOVE inputStdNo TO eSNo(enlistCount)
                         MOVE newTerm TO eTerm(enlistCount)
                         MOVE newSubject TO eSubject(enlistCount)
                         MOVE newSection TO eSection(enlistCount)

                         PERFORM SAVE-ENLISTMENT

             DISPLAY "========================================".
             DISPLAY "CLASS LIST " newTerm " " newSubject.
             DISPLAY "========================================".
             PERFORM CLASS-LIST-SECTION VARYING sectionFound
                FROM 1 BY 1 UNTIL sectionFound > sectionCount.

             MOVE SPACES TO classSection.
             MOVE 0 TO sectionListCount.
             PERFORM COUNT-CLASS-SECTION VARYING enlistIndex
                FROM 1 BY 1 UNTIL enlistIndex > enlistCount.
             IF sectionListCount > 0
                IF sectionCount > 0
                   DISPLAY "--- NO SECTION ASSIGNED ---"
                END-IF
                PERFORM PRINT-CLASS-LIST-LINE VARYING enlistIndex
                   FROM 1 BY 1 UNTIL enlistIndex > enlistCount
             END-IF.

             IF classListCount = 0
                DISPLAY "NO STUDENTS ENLISTED!"
                DISPLAY "CLASS SIZE: " classListCount
             END-IF.

          CLASS-LIST-SECTION.
             IF secTerm(sectionFound) = newTerm
                AND secSubject(sectionFound) = newSubject
                MOVE secCode(sectionFound) TO classSection
                MOVE 0 TO seatsTaken
                PERFORM COUNT-SECTION-SEATS VARYING enlistIndex
                   FROM 1 BY 1 UNTIL enlistIndex > enlistCount
                DISPLAY "--- SECTION " secCode(sectionFound) " "
                   secDays(sectionFound) " "
                   secStart(sectionFound) "-" secEnd(sectionFound) " "
                   FUNCTION TRIM(secRoom(sectionFound)) " "
                   FUNCTION TRIM(secInstructor(sectionFound)) " ("
                   seatsTaken "/" secCap(sectionFound) ") ---"
                PERFORM PRINT-CLASS-LIST-LINE VARYING enlistIndex
                   FROM 1 BY 1 UNTIL enlistIndex > enlistCount
             END-IF.

          COUNT-CLASS-SECTION.
             IF eTerm(enlistIndex) = newTerm
                AND eSubject(enlistIndex) = newSubject
                AND eSection(enlistIndex) = classSection
                ADD 1 TO sectionListCount
             END-IF.

          PRINT-CLASS-LIST-LINE.
             IF eTerm(enlistIndex) = newTerm
                AND eSubject(enlistIndex) = newSubject
                AND eSection(enlistIndex) = classSection
                ADD 1 TO classListCount
                MOVE eSNo(enlistIndex) TO inputStdNo
                MOVE 0 TO foundIndex
                END-IF
             END-IF.

          PRINT-REGISTRATION-CERT.
             DISPLAY "***CERTIFICATE OF REGISTRATION***".
             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
             ACCEPT inputStdNo.

                DISPLAY "ENTER TERM (EX. 2026-1): " WITH NO ADVANCING
                ACCEPT newTerm

                MOVE 0 TO corCount
                MOVE 0 TO corUnits
                PERFORM BUILD-REGISTRATION-ENTRY VARYING enlistIndex
                   FROM 1 BY 1 UNTIL enlistIndex > enlistCount

                IF corCount = 0
                   DISPLAY "NO ENLISTMENT ON FILE FOR THAT TERM!"
                ELSE
                   MOVE "Y" TO corSwapFlag
                   PERFORM SORT-REGISTRATION-PASS
                      UNTIL NOT COR-HAD-SWAP
                   PERFORM WRITE-REGISTRATION-CERT
                   DISPLAY "CERTIFICATE WRITTEN TO COREG.TXT!"
                END-IF
             END-IF.

          BUILD-REGISTRATION-ENTRY.
             IF eSNo(enlistIndex) = inputStdNo
                AND eTerm(enlistIndex) = newTerm
                AND corCount < 30
                ADD 1 TO corCount
                MOVE eSubject(enlistIndex) TO crSubject(corCount)
                MOVE eSection(enlistIndex) TO crSection(corCount)

                MOVE eSubject(enlistIndex) TO checkSubject
                MOVE 0 TO subjCatFound
                PERFORM MATCH-SUBJECT-CODE VARYING subjCatIndex
                   FROM 1 BY 1 UNTIL subjCatIndex > subjCatCount
                IF subjCatFound > 0
                   MOVE sjUnits(subjCatFound) TO crUnits(corCount)
                ELSE
                   MOVE 0 TO crUnits(corCount)
                END-IF
                ADD crUnits(corCount) TO corUnits

                MOVE 0 TO clashIndex
                IF eSection(enlistIndex) NOT = SPACES
                   PERFORM MATCH-ENLISTED-SECTION VARYING sectionIndex
                      FROM 1 BY 1 UNTIL sectionIndex > sectionCount
                END-IF
                IF clashIndex > 0
                   MOVE secDays(clashIndex) TO crDays(corCount)
                   MOVE secStart(clashIndex) TO crStart(corCount)
                   MOVE secEnd(clashIndex) TO crEnd(corCount)
                   MOVE secRoom(clashIndex) TO crRoom(corCount)
                   MOVE secInstructor(clashIndex)
                      TO crInstructor(corCount)
                ELSE
                   MOVE SPACES TO crDays(corCount)
                   MOVE 9999 TO crStart(corCount)
                   MOVE 9999 TO crEnd(corCount)
                   MOVE "TBA" TO crRoom(corCount)
                   MOVE "TBA" TO crInstructor(corCount)
                END-IF
             END-IF.

          SORT-REGISTRATION-PASS.
             MOVE "N" TO corSwapFlag.
             PERFORM COMPARE-REGISTRATION-PAIR VARYING corIndex
                FROM 1 BY 1 UNTIL corIndex > corCount - 1.

          COMPARE-REGISTRATION-PAIR.
             IF crStart(corIndex) > crStart(corIndex + 1)
                MOVE cor-info(corIndex) TO corSwapArea
                MOVE cor-info(corIndex + 1) TO cor-info(corIndex)
                MOVE corSwapArea TO cor-info(corIndex + 1)
                MOVE "Y" TO corSwapFlag
             END-IF.

          WRITE-REGISTRATION-CERT.
             OPEN OUTPUT COREG-FILE.
             ACCEPT reportDate FROM DATE.

             MOVE "========================================"
                TO COREG-LINE.
             WRITE COREG-LINE.
             MOVE "       CERTIFICATE OF REGISTRATION"
                TO COREG-LINE.
             WRITE COREG-LINE.
             MOVE "========================================"
                TO COREG-LINE.
             WRITE COREG-LINE.

             MOVE SPACES TO COREG-LINE.
             STRING
                "NAME: " DELIMITED BY SIZE
                fullname(foundIndex) DELIMITED BY SIZE
                INTO COREG-LINE
             END-STRING.
             WRITE COREG-LINE.
             MOVE SPACES TO COREG-LINE.
             STRING
                "STUDENT NUMBER: " DELIMITED BY SIZE
                sNo(foundIndex) DELIMITED BY SIZE
                INTO COREG-LINE
             END-STRING.
             WRITE COREG-LINE.
             MOVE SPACES TO COREG-LINE.
             STRING
                "COURSE: " DELIMITED BY SIZE
                course(foundIndex) DELIMITED BY SIZE
                INTO COREG-LINE
             END-STRING.
             WRITE COREG-LINE.
             MOVE SPACES TO COREG-LINE.
             STRING
                "TERM: " DELIMITED BY SIZE
                newTerm DELIMITED BY SIZE
                "  DATE PRINTED: " DELIMITED BY SIZE
                reportDate DELIMITED BY SIZE
                INTO COREG-LINE
             END-STRING.
             WRITE COREG-LINE.

             MOVE SPACES TO COREG-LINE.
             WRITE COREG-LINE.
             MOVE SPACES TO COREG-LINE.
             STRING
                "SUBJECT    SEC   DAYS   TIME      ROOM       "
                   DELIMITED BY SIZE
                "INSTRUCTOR           UNITS" DELIMITED BY SIZE
                INTO COREG-LINE
             END-STRING.
             WRITE COREG-LINE.
             MOVE "----------------------------------------"
                TO COREG-LINE.
             WRITE COREG-LINE.
             PERFORM WRITE-REGISTRATION-LINE VARYING corIndex
                FROM 1 BY 1 UNTIL corIndex > corCount.
             MOVE "----------------------------------------"
                TO COREG-LINE.
             WRITE COREG-LINE.
             MOVE SPACES TO COREG-LINE.
             STRING
                "TOTAL SUBJECTS: " DELIMITED BY SIZE
                corCount DELIMITED BY SIZE
                "  TOTAL UNITS: " DELIMITED BY SIZE
                corUnits DELIMITED BY SIZE
                INTO COREG-LINE
             END-STRING.
             WRITE COREG-LINE.

             MOVE SPACES TO COREG-LINE.
             WRITE COREG-LINE.
             MOVE "WEEKLY SCHEDULE" TO COREG-LINE.
             WRITE COREG-LINE.
             MOVE "----------------------------------------"
                TO COREG-LINE.
             WRITE COREG-LINE.
             PERFORM WRITE-SCHEDULE-DAY VARYING dayIdx FROM 1 BY 1
                UNTIL dayIdx > 6.

             CLOSE COREG-FILE.

          WRITE-REGISTRATION-LINE.
             MOVE crSubject(corIndex) TO cgSubject.
             MOVE crSection(corIndex) TO cgSection.
             MOVE crDays(corIndex) TO cgDays.
             IF crStart(corIndex) = 9999
                MOVE "TBA" TO cgTime
             ELSE
                MOVE SPACES TO cgTime
                STRING
                   crStart(corIndex) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   crEnd(corIndex) DELIMITED BY SIZE
                   INTO cgTime
                END-STRING
             END-IF.
             MOVE crRoom(corIndex) TO cgRoom.
             MOVE crInstructor(corIndex) TO cgInstructor.
             MOVE crUnits(corIndex) TO cgUnits.
             MOVE coregDetail TO COREG-LINE.
             WRITE COREG-LINE.

          WRITE-SCHEDULE-DAY.
             EVALUATE dayIdx
                WHEN 1
                   MOVE "M" TO dayCodeWork
                   MOVE "MONDAY" TO dayNameWork
                WHEN 2
                   MOVE "T" TO dayCodeWork
                   MOVE "TUESDAY" TO dayNameWork
                WHEN 3
                   MOVE "W" TO dayCodeWork
                   MOVE "WEDNESDAY" TO dayNameWork
                WHEN 4
                   MOVE "H" TO dayCodeWork
                   MOVE "THURSDAY" TO dayNameWork
                WHEN 5
                   MOVE "F" TO dayCodeWork
                   MOVE "FRIDAY" TO dayNameWork
                WHEN OTHER
                   MOVE "S" TO dayCodeWork
                   MOVE "SATURDAY" TO dayNameWork
             END-EVALUATE.

             MOVE 0 TO dayClassCount.
             PERFORM COUNT-DAY-CLASS VARYING corIndex FROM 1 BY 1
                UNTIL corIndex > corCount.
             IF dayClassCount > 0
                MOVE dayNameWork TO COREG-LINE
                WRITE COREG-LINE
                PERFORM WRITE-DAY-CLASS VARYING corIndex FROM 1 BY 1
                   UNTIL corIndex > corCount
             END-IF.

          COUNT-DAY-CLASS.
             MOVE 0 TO tallyCount.
             INSPECT crDays(corIndex) TALLYING tallyCount
                FOR ALL dayCodeWork.
             IF tallyCount > 0
                ADD 1 TO dayClassCount
             END-IF.

          WRITE-DAY-CLASS.
             MOVE 0 TO tallyCount.
             INSPECT crDays(corIndex) TALLYING tallyCount
                FOR ALL dayCodeWork.
             IF tallyCount > 0
                MOVE SPACES TO COREG-LINE
                STRING
                   "   " DELIMITED BY SIZE
                   crStart(corIndex) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   crEnd(corIndex) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   crSubject(corIndex) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   crSection(corIndex) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   crRoom(corIndex) DELIMITED BY SIZE
                   INTO COREG-LINE
                END-STRING
                WRITE COREG-LINE
             END-IF.

          GRADES-MENU.
             DISPLAY "***GRADES AND TRANSCRIPTS***".
             DISPLAY "[1] ENCODE SUBJECT GRADE".
             DISPLAY "[2] VIEW GRADES".
             DISPLAY "[3] PRINT TRANSCRIPT".
             DISPLAY "[4] ENLIST STUDENT IN SUBJECT".
             DISPLAY "[5] SUBJECT CLASS LIST".
             DISPLAY "[6] ACADEMIC STANDING REPORT".
             DISPLAY "[7] CERTIFICATE OF REGISTRATION".
             DISPLAY "[8] UPLOAD GRADE SHEET".
             DISPLAY "[9] BACK TO MAIN MENU".
             DISPLAY "CHOICE: " WITH NO ADVANCING.
             ACCEPT gradeChoice.

             EVALUATE gradeChoice
                WHEN 1
                   IF USER-CAN-UPDATE
                      PERFORM ENCODE-GRADE
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 2
                   PERFORM VIEW-GRADES
                WHEN 3
                   IF USER-CAN-UPDATE
                      PERFORM PRINT-TRANSCRIPT
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 4
                   IF USER-CAN-UPDATE
                      PERFORM ENLIST-SUBJECT
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 5
                   PERFORM CLASS-LIST
                WHEN 6
                   PERFORM ACADEMIC-STANDING-REPORT
                WHEN 7
                   PERFORM PRINT-REGISTRATION-CERT
                WHEN 8
                   IF USER-CAN-UPDATE
                      PERFORM UPLOAD-GRADE-SHEET
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN OTHER
                   MOVE 1 TO gradesExited
             END-EVALUATE.

          ENCODE-GRADE.
             DISPLAY "***ENCODE SUBJECT GRADE***".
             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
             ACCEPT inputStdNo.

             IF foundIndex = 0
                DISPLAY "STUDENT NOT FOUND!"
             ELSE
                DISPLAY "ENTER TERM (EX. 2026-1): " WITH NO ADVANCING
                ACCEPT newTerm

                DISPLAY "ENTER SUBJECT CODE: " WITH NO ADVANCING
                ACCEPT newSubject

                MOVE newSubject TO checkSubject
                PERFORM VALIDATE-SUBJECT

                MOVE newTerm TO checkTerm
                PERFORM VALIDATE-TERM
                PERFORM CHECK-GRADE-WINDOW

                MOVE 0 TO enlistFound
                PERFORM FIND-ENLISTMENT VARYING enlistIndex
                   FROM 1 BY 1 UNTIL enlistIndex > enlistCount

                EVALUATE TRUE
                   WHEN NOT TERM-IS-VALID
                      DISPLAY "UNKNOWN TERM CODE, GRADE REFUSED!"
                   WHEN NOT SUBJECT-IS-VALID
                      DISPLAY "UNKNOWN SUBJECT CODE, GRADE REFUSED!"
                   WHEN enlistFound = 0
                      DISPLAY "STUDENT NOT ENLISTED IN THAT SUBJECT "
                         "FOR THAT TERM, GRADE REFUSED!"
                   WHEN OTHER
                      IF subjCatFound > 0
                         MOVE sjUnits(subjCatFound) TO newUnits
                         DISPLAY "UNITS (FROM CATALOG): " newUnits
                         PERFORM CHECK-PREREQUISITE
                         IF NOT PREREQ-IS-PASSED
                            DISPLAY "WARNING: NO PASSING GRADE ON "
                               "FILE FOR PREREQUISITE "
                               sjPrereq(subjCatFound) "!"
                         END-IF
                      ELSE
                         DISPLAY "ENTER UNITS: " WITH NO ADVANCING
                         ACCEPT newUnits
                      END-IF

                      MOVE 0 TO gradeFoundIdx
                      PERFORM FIND-GRADE-ROW VARYING gradeIndex
                         FROM 1 BY 1 UNTIL gradeIndex > gradeCount

                      EVALUATE TRUE
                         WHEN gradeFoundIdx > 0
                            PERFORM CORRECT-EXISTING-GRADE
                         WHEN NOT TERM-WINDOW-OPEN
                            DISPLAY "GRADE ENCODING IS CLOSED FOR "
                               "THAT TERM, GRADE REFUSED!"
                         WHEN gradeCount NOT < 2000
                            DISPLAY "GRADE FILE IS FULL!"
                         WHEN OTHER
                            PERFORM APPEND-NEW-GRADE
                      END-EVALUATE
                END-EVALUATE
             END-IF.

          APPEND-NEW-GRADE.
             DISPLAY "ENTER GRADE (EX. 1.75) OR INC/DRP/W: "
                WITH NO ADVANCING.
             ACCEPT newGradeText.
             PERFORM CHECK-GRADE-VALUE.

             IF NOT GRADE-VALUE-OK
                DISPLAY "INVALID GRADE VALUE, GRADE REFUSED!"
             ELSE
                ADD 1 TO gradeCount
                MOVE inputStdNo TO gSNo(gradeCount)
                MOVE newTerm TO gTerm(gradeCount)
                MOVE newSubject TO gSubject(gradeCount)
                MOVE newUnits TO gUnits(gradeCount)
                MOVE newGrade TO gGrade(gradeCount)
                MOVE SPACE TO gLock(gradeCount)
                MOVE newRemark TO gRemark(gradeCount)

                PERFORM SAVE-GRADES

                MOVE inputStdNo TO logSNo
                MOVE "GRADE" TO logAction
                MOVE newSubject TO logField
                MOVE SPACES TO logOldValue
                PERFORM SET-GRADE-LOG-VALUE
                PERFORM WRITE-LOG-ENTRY

                DISPLAY "GRADE ENCODED!"
             END-IF.

          UPLOAD-GRADE-SHEET.
             DISPLAY "***UPLOAD GRADE SHEET***".
             DISPLAY "ENTER TERM (EX. 2026-1): " WITH NO ADVANCING.
             ACCEPT newTerm.
             DISPLAY "ENTER SUBJECT CODE: " WITH NO ADVANCING.
             ACCEPT newSubject.
             DISPLAY "ENTER SECTION (BLANK FOR ALL): "
                WITH NO ADVANCING.
             ACCEPT newSection.
             MOVE FUNCTION UPPER-CASE(newSection) TO newSection.

             MOVE 0 TO batchReadCount.
             MOVE 0 TO batchSkipCount.
             MOVE 0 TO batchAddCount.
             MOVE 0 TO batchEditCount.
             MOVE 0 TO batchDeleteCount.
             MOVE 0 TO batchRejectCount.

             MOVE newSubject TO checkSubject.
             PERFORM VALIDATE-SUBJECT.
             MOVE newTerm TO checkTerm.
             PERFORM VALIDATE-TERM.
             PERFORM CHECK-GRADE-WINDOW.
             MOVE 0 TO sectionFound.
             IF newSection NOT = SPACES
                PERFORM MATCH-SECTION VARYING sectionIndex
                   FROM 1 BY 1 UNTIL sectionIndex > sectionCount
             END-IF.

             EVALUATE TRUE
                WHEN NOT TERM-IS-VALID
                   DISPLAY "UNKNOWN TERM CODE, UPLOAD REFUSED!"
                WHEN NOT TERM-WINDOW-OPEN
                   DISPLAY "GRADE ENCODING IS CLOSED FOR THAT TERM, "
                      "UPLOAD REFUSED!"
                WHEN subjCatFound = 0
                   DISPLAY "SUBJECT NOT IN CATALOG, UPLOAD REFUSED!"
                WHEN newSection NOT = SPACES AND sectionCount > 0
                   AND sectionFound = 0
                   DISPLAY "SECTION NOT OFFERED FOR THAT SUBJECT AND "
                      "TERM, UPLOAD REFUSED!"
                WHEN OTHER
                   PERFORM PROCESS-GRADE-SHEET
             END-EVALUATE.

          PROCESS-GRADE-SHEET.
             MOVE 0 TO csvLineNo.
             MOVE "N" TO endOfGrdSheetFile.
             OPEN INPUT GRDSHEET-FILE.
             IF grdSheetFileStatus = "35"
                DISPLAY "NO GRDSHEET.CSV FILE FOUND!"
             ELSE
                OPEN OUTPUT GRDREJ-FILE
                MOVE SPACES TO GRDREJ-LINE
                STRING
                   "GRADE SHEET REJECTS " DELIMITED BY SIZE
                   FUNCTION TRIM(newTerm) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(newSubject) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   newSection DELIMITED BY SIZE
                   INTO GRDREJ-LINE
                END-STRING
                WRITE GRDREJ-LINE

                PERFORM READ-GRDSHEET-RECORD
                PERFORM PROCESS-GRDSHEET-RECORD
                   UNTIL EOF-GRDSHEET-FILE

                CLOSE GRDREJ-FILE
                CLOSE GRDSHEET-FILE

                IF batchAddCount > 0
                   PERFORM SAVE-GRADES
                END-IF
                DISPLAY "GRADES ACCEPTED:    " batchAddCount
                DISPLAY "REJECTS WRITTEN TO GRDREJ.TXT!"
                PERFORM WRITE-RUN-CONTROL
             END-IF.

          READ-GRDSHEET-RECORD.
             READ GRDSHEET-FILE
                AT END MOVE "Y" TO endOfGrdSheetFile
             END-READ.

          PROCESS-GRDSHEET-RECORD.
             ADD 1 TO csvLineNo.
             IF csvLineNo = 1 AND GRDSHEET-RECORD(1:3) = "SNO"
                CONTINUE
             ELSE
                ADD 1 TO batchReadCount
                PERFORM VALIDATE-GRDSHEET-ROW
                IF rejectReason = SPACES
                   PERFORM POST-UPLOADED-GRADE
                ELSE
                   PERFORM WRITE-GRADE-REJECT
                END-IF
             END-IF.
             PERFORM READ-GRDSHEET-RECORD.

          VALIDATE-GRDSHEET-ROW.
             MOVE SPACES TO inputStdNo.
             MOVE SPACES TO newGradeText.
             MOVE SPACES TO rejectReason.

             UNSTRING GRDSHEET-RECORD DELIMITED BY ","
                INTO inputStdNo newGradeText
             END-UNSTRING.
             MOVE FUNCTION TRIM(inputStdNo) TO inputStdNo.
             MOVE FUNCTION TRIM(newGradeText) TO newGradeText.

             IF inputStdNo = SPACES
                MOVE "STUDENT NUMBER MISSING" TO rejectReason
             END-IF.

             IF rejectReason = SPACES
                MOVE 0 TO enlistFound
                PERFORM FIND-ENLISTMENT VARYING enlistIndex
                   FROM 1 BY 1 UNTIL enlistIndex > enlistCount
                IF enlistFound = 0
                   MOVE "NOT ENLISTED IN SUBJECT FOR TERM"
                      TO rejectReason
                ELSE
                   IF newSection NOT = SPACES
                      AND eSection(enlistFound) NOT = newSection
                      MOVE "NOT ENLISTED IN THAT SECTION"
                         TO rejectReason
                   END-IF
                END-IF
             END-IF.

             IF rejectReason = SPACES
                PERFORM CHECK-GRADE-VALUE
                IF NOT GRADE-VALUE-OK
                   MOVE "INVALID GRADE VALUE" TO rejectReason
                END-IF
             END-IF.

             IF rejectReason = SPACES
                MOVE 0 TO gradeFoundIdx
                PERFORM FIND-GRADE-ROW VARYING gradeIndex
                   FROM 1 BY 1 UNTIL gradeIndex > gradeCount
                IF gradeFoundIdx > 0
                   MOVE "GRADE ON FILE, USE SUPERVISOR CORRECTION"
                      TO rejectReason
                END-IF
             END-IF.

             IF rejectReason = SPACES AND gradeCount NOT < 2000
                MOVE "GRADE FILE IS FULL" TO rejectReason
             END-IF.

          CHECK-GRADE-VALUE.
             MOVE "N" TO gradeValueFlag.
             PERFORM SET-GRADE-REMARK.
             MOVE 0 TO gradeTextLen.
             INSPECT newGradeText TALLYING gradeTextLen
                FOR CHARACTERS BEFORE INITIAL SPACE.
             EVALUATE TRUE
                WHEN newRemark NOT = SPACES
                   MOVE "Y" TO gradeValueFlag
                WHEN gradeTextLen = 1
                   AND newGradeText(1:1) IS NUMERIC
                   MOVE "Y" TO gradeValueFlag
                WHEN gradeTextLen = 3
                   AND newGradeText(1:1) IS NUMERIC
                   AND newGradeText(2:1) = "."
                   AND newGradeText(3:1) IS NUMERIC
                   MOVE "Y" TO gradeValueFlag
                WHEN gradeTextLen = 4
                   AND newGradeText(1:1) IS NUMERIC
                   AND newGradeText(2:1) = "."
                   AND newGradeText(3:2) IS NUMERIC
                   MOVE "Y" TO gradeValueFlag
             END-EVALUATE.
             IF GRADE-VALUE-OK AND newRemark = SPACES
                COMPUTE gradeHundredths = newGrade * 100
                DIVIDE gradeHundredths BY 25 GIVING gradeQuarters
                   REMAINDER gradeQuarterRem
                IF gradeQuarterRem NOT = 0
                   OR ((newGrade < 1.00 OR newGrade > 3.00)
                      AND newGrade NOT = 5.00)
                   MOVE "N" TO gradeValueFlag
                END-IF
             END-IF.

          POST-UPLOADED-GRADE.
             ADD 1 TO gradeCount.
             MOVE inputStdNo TO gSNo(gradeCount).
             MOVE newTerm TO gTerm(gradeCount).
             MOVE newSubject TO gSubject(gradeCount).
             MOVE sjUnits(subjCatFound) TO gUnits(gradeCount).
             MOVE newGrade TO gGrade(gradeCount).
             MOVE SPACE TO gLock(gradeCount).
             MOVE newRemark TO gRemark(gradeCount).
             ADD 1 TO batchAddCount.

             MOVE inputStdNo TO logSNo.
             MOVE "GRDUPL" TO logAction.
             MOVE newSubject TO logField.
             MOVE SPACES TO logOldValue.
             PERFORM SET-GRADE-LOG-VALUE.
             PERFORM WRITE-LOG-ENTRY.

          WRITE-GRADE-REJECT.
             ADD 1 TO batchRejectCount.
             MOVE SPACES TO GRDREJ-LINE.
             STRING
                rejectReason DELIMITED BY SIZE
                " : " DELIMITED BY SIZE
                FUNCTION TRIM(GRDSHEET-RECORD) DELIMITED BY SIZE
                INTO GRDREJ-LINE
             END-STRING.
             WRITE GRDREJ-LINE.

          SET-GRADE-REMARK.
             MOVE FUNCTION UPPER-CASE(newGradeText) TO newGradeText.
             MOVE SPACES TO newRemark.
             EVALUATE newGradeText
                WHEN "INC"
                WHEN "DRP"
                WHEN "W"
                   MOVE newGradeText TO newRemark
                   MOVE 0 TO newGrade
                WHEN OTHER
                   COMPUTE newGrade = FUNCTION NUMVAL(newGradeText)
             END-EVALUATE.

          SET-GRADE-LOG-VALUE.
             IF newRemark NOT = SPACES
                MOVE newRemark TO logNewValue
             ELSE
                MOVE newGrade TO gpaDisplay
                MOVE gpaDisplay TO logNewValue
             END-IF.

          ADD-GRADE-TO-GPA.
             EVALUATE gRemark(gradeIndex)
                WHEN "INC"
                   ADD 1 TO incGradeCount
                WHEN "W"
                   CONTINUE
                WHEN "DRP"
                   ADD gUnits(gradeIndex) TO totalUnits
                   COMPUTE weightedSum = weightedSum
                      + gUnits(gradeIndex) * 5.00
                WHEN OTHER
                   IF gGrade(gradeIndex) > 0
                      ADD gUnits(gradeIndex) TO totalUnits
                      COMPUTE weightedSum = weightedSum
                         + gUnits(gradeIndex) * gGrade(gradeIndex)
                   END-IF
             END-EVALUATE.

          FIND-GRADE-ROW.
             IF gSNo(gradeIndex) = inputStdNo
                AND gTerm(gradeIndex) = newTerm
                AND gSubject(gradeIndex) = newSubject
                MOVE gradeIndex TO gradeFoundIdx
             END-IF.

          CORRECT-EXISTING-GRADE.
             IF gRemark(gradeFoundIdx) NOT = SPACES
                DISPLAY "GRADE ALREADY ON FILE: " gRemark(gradeFoundIdx)
             ELSE
                MOVE gGrade(gradeFoundIdx) TO gpaDisplay
                DISPLAY "GRADE ALREADY ON FILE: " gpaDisplay
             END-IF.
             IF gLock(gradeFoundIdx) = "L"
                DISPLAY "TERM IS CLOSED, GRADE IS LOCKED!"
             END-IF.
             PERFORM APPROVE-GRADE-OVERRIDE.

             IF NOT OVERRIDE-IS-APPROVED
                DISPLAY "OVERRIDE NOT APPROVED, GRADE UNCHANGED!"
             ELSE
                DISPLAY "ENTER CORRECTED GRADE (EX. 1.75) OR "
                   "INC/DRP/W: " WITH NO ADVANCING
                ACCEPT newGradeText
                PERFORM CHECK-GRADE-VALUE
             END-IF.

             IF OVERRIDE-IS-APPROVED AND NOT GRADE-VALUE-OK
                DISPLAY "INVALID GRADE VALUE, GRADE UNCHANGED!"
             END-IF.

             IF OVERRIDE-IS-APPROVED AND GRADE-VALUE-OK
                IF gRemark(gradeFoundIdx) NOT = SPACES
                   MOVE gRemark(gradeFoundIdx) TO logOldValue
                ELSE
                   MOVE gGrade(gradeFoundIdx) TO gpaDisplay
                   MOVE gpaDisplay TO logOldValue
                END-IF
                MOVE newGrade TO gGrade(gradeFoundIdx)
                MOVE newRemark TO gRemark(gradeFoundIdx)
                MOVE newUnits TO gUnits(gradeFoundIdx)

                PERFORM SAVE-GRADES

                MOVE inputStdNo TO logSNo
                MOVE "GRDCHG" TO logAction
                MOVE newSubject TO logField
                PERFORM SET-GRADE-LOG-VALUE
                PERFORM WRITE-LOG-ENTRY

                DISPLAY "GRADE CORRECTED!"
             END-IF.

          APPROVE-GRADE-OVERRIDE.
             MOVE "N" TO overrideApprovedFlag.
             IF USER-IS-SUPERVISOR
                DISPLAY "APPROVE GRADE OVERRIDE (Y/N)? "
                   WITH NO ADVANCING
                ACCEPT confirmFlag
                IF confirmFlag = "Y" OR confirmFlag = "y"
                   MOVE "Y" TO overrideApprovedFlag
                END-IF
             ELSE
                DISPLAY "SUPERVISOR APPROVAL REQUIRED!"
                DISPLAY "SUPERVISOR USER ID: " WITH NO ADVANCING
                ACCEPT approveId
                DISPLAY "SUPERVISOR PASSWORD: " WITH NO ADVANCING
                ACCEPT approvePassword

                PERFORM CHECK-APPROVER-ENTRY VARYING userIndex
                   FROM 1 BY 1 UNTIL userIndex > userCount
                   OR OVERRIDE-IS-APPROVED

                IF NOT OVERRIDE-IS-APPROVED
                   DISPLAY "INVALID SUPERVISOR CREDENTIALS!"
                END-IF
             END-IF.

          CHECK-APPROVER-ENTRY.
             IF approveId = uUserId(userIndex)
                AND approvePassword = uPassword(userIndex)
                AND uLevel(userIndex) = 3
                MOVE "Y" TO overrideApprovedFlag
             END-IF.

          VIEW-GRADES.
             DISPLAY "***VIEW GRADES***".
             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
             ACCEPT inputStdNo.

             MOVE 0 TO foundIndex.
             PERFORM FIND-BY-SNO VARYING IT FROM 1 BY 1
                UNTIL IT > studentCount.

             IF foundIndex = 0
                DISPLAY "STUDENT NOT FOUND!"
             ELSE
                PERFORM COMPUTE-STUDENT-GPA
                IF studentGradeCount = 0
                   DISPLAY "NO GRADES ON FILE!"
                ELSE
                   DISPLAY "TERM       SUBJECT    UNITS GRADE"
                   PERFORM PRINT-GRADE-LINE VARYING gradeIndex
                      FROM 1 BY 1 UNTIL gradeIndex > gradeCount
                   DISPLAY "TOTAL UNITS: " totalUnits
                   MOVE gpaValue TO gpaDisplay
                   DISPLAY "GPA: " gpaDisplay
                END-IF
             END-IF.

          PRINT-GRADE-LINE.
             IF gSNo(gradeIndex) = inputStdNo
                MOVE gGrade(gradeIndex) TO tdGrade
                IF gRemark(gradeIndex) NOT = SPACES
                   MOVE gRemark(gradeIndex) TO tdRemark
                END-IF
                DISPLAY gTerm(gradeIndex) " " gSubject(gradeIndex)
                   "    " gUnits(gradeIndex) "    " tdGrade
             END-IF.

          COMPUTE-STUDENT-GPA.
             MOVE 0 TO studentGradeCount.
             MOVE 0 TO incGradeCount.
             MOVE 0 TO totalUnits.
             MOVE 0 TO weightedSum.
             MOVE 0 TO gpaValue.
             PERFORM TALLY-GRADE-ENTRY VARYING gradeIndex FROM 1 BY 1
                UNTIL gradeIndex > gradeCount.
             IF totalUnits > 0
                COMPUTE gpaValue ROUNDED = weightedSum / totalUnits
             END-IF.

          TALLY-GRADE-ENTRY.
             IF gSNo(gradeIndex) = inputStdNo
                ADD 1 TO studentGradeCount
                PERFORM ADD-GRADE-TO-GPA
             END-IF.

          PRINT-TRANSCRIPT.
             DISPLAY "***PRINT TRANSCRIPT***".
             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
             ACCEPT inputStdNo.

             PERFORM FIND-DOCUMENT-STUDENT.

             IF NOT DOC-STUDENT-FOUND
                DISPLAY "STUDENT NOT FOUND!"
             ELSE
                MOVE "TOR" TO docType
                MOVE SPACES TO docTerm
                PERFORM ACCEPT-DOCUMENT-REQUEST
             END-IF.

             IF DOC-STUDENT-FOUND AND DOC-REQUEST-OK
                PERFORM ASSIGN-DOC-CONTROL-NO
                PERFORM COMPUTE-STUDENT-GPA

                OPEN OUTPUT TRANSCRIPT-FILE

                MOVE "========================================"
                   TO TRANSCRIPT-LINE
                WRITE TRANSCRIPT-LINE
                MOVE "       OFFICIAL TRANSCRIPT OF RECORDS"
                   TO TRANSCRIPT-LINE
                WRITE TRANSCRIPT-LINE
                MOVE "========================================"
                   TO TRANSCRIPT-LINE
                WRITE TRANSCRIPT-LINE

                MOVE SPACES TO TRANSCRIPT-LINE
                STRING
                   "CONTROL NO: " DELIMITED BY SIZE
                   docControlNo DELIMITED BY SIZE
                   "  DATE ISSUED: " DELIMITED BY SIZE
                   docDate DELIMITED BY SIZE
                   INTO TRANSCRIPT-LINE
                END-STRING
                WRITE TRANSCRIPT-LINE

                MOVE SPACES TO TRANSCRIPT-LINE
                STRING
                   "NAME: " DELIMITED BY SIZE
                   docName DELIMITED BY SIZE
                   INTO TRANSCRIPT-LINE
                END-STRING
                WRITE TRANSCRIPT-LINE

                MOVE SPACES TO TRANSCRIPT-LINE
                STRING
                   "STUDENT NUMBER: " DELIMITED BY SIZE
                   docSNo DELIMITED BY SIZE
                   INTO TRANSCRIPT-LINE
                END-STRING
                WRITE TRANSCRIPT-LINE

                MOVE SPACES TO TRANSCRIPT-LINE
                STRING
                   "COURSE: " DELIMITED BY SIZE
                   docCourse DELIMITED BY SIZE
                   INTO TRANSCRIPT-LINE
                END-STRING
                WRITE TRANSCRIPT-LINE

                IF DOC-FROM-ARCHIVE
                   MOVE SPACES TO TRANSCRIPT-LINE
                   STRING
                      "STATUS: " DELIMITED BY SIZE
                      FUNCTION TRIM(docReason) DELIMITED BY SIZE
                      " ON " DELIMITED BY SIZE
                      docArchDate DELIMITED BY SIZE
                      INTO TRANSCRIPT-LINE
                   END-STRING
                   WRITE TRANSCRIPT-LINE
                END-IF

                MOVE "----------------------------------------"
                   TO TRANSCRIPT-LINE
                WRITE TRANSCRIPT-LINE
                MOVE "TERM         SUBJECT      UNITS  GRADE"
                   TO TRANSCRIPT-LINE
                WRITE TRANSCRIPT-LINE

                PERFORM WRITE-TRANSCRIPT-DETAIL VARYING gradeIndex
                   FROM 1 BY 1 UNTIL gradeIndex > gradeCount

                MOVE "----------------------------------------"
                   TO TRANSCRIPT-LINE
                WRITE TRANSCRIPT-LINE

                IF studentGradeCount = 0
                   MOVE "NO GRADES ON FILE" TO TRANSCRIPT-LINE
                   WRITE TRANSCRIPT-LINE
                ELSE
                   MOVE gpaValue TO gpaDisplay
                   MOVE SPACES TO TRANSCRIPT-LINE
                   STRING
                      "TOTAL UNITS: " DELIMITED BY SIZE
                      totalUnits DELIMITED BY SIZE
                      INTO TRANSCRIPT-LINE
                   END-STRING
                   WRITE TRANSCRIPT-LINE
                   MOVE SPACES TO TRANSCRIPT-LINE
                   STRING
                      "GPA: " DELIMITED BY SIZE
                      gpaDisplay DELIMITED BY SIZE
                      INTO TRANSCRIPT-LINE
                   END-STRING
                   WRITE TRANSCRIPT-LINE
                END-IF

                MOVE SPACES TO TRANSCRIPT-LINE
                STRING
                   "RELEASED BY: " DELIMITED BY SIZE
                   currentUserId DELIMITED BY SIZE
                   INTO TRANSCRIPT-LINE
                END-STRING
                WRITE TRANSCRIPT-LINE

                CLOSE TRANSCRIPT-FILE
                PERFORM WRITE-DOCUMENT-REQUEST
                DISPLAY "TRANSCRIPT WRITTEN TO TRNSCRPT.TXT!"
                DISPLAY "CONTROL NO: " docControlNo
             END-IF.

          WRITE-TRANSCRIPT-DETAIL.
             IF gSNo(gradeIndex) = inputStdNo
                MOVE gTerm(gradeIndex) TO tdTerm
                MOVE gSubject(gradeIndex) TO tdSubject
                MOVE gUnits(gradeIndex) TO tdUnits
                MOVE gGrade(gradeIndex) TO tdGrade
                IF gRemark(gradeIndex) NOT = SPACES
                   MOVE gRemark(gradeIndex) TO tdRemark
                END-IF
                MOVE transcriptDetail TO TRANSCRIPT-LINE
                WRITE TRANSCRIPT-LINE
             END-IF.

          FIND-DOCUMENT-STUDENT.
             MOVE "N" TO docFoundFlag.
             MOVE "N" TO docRequestFlag.
             MOVE 0 TO foundIndex.
             PERFORM FIND-BY-SNO VARYING IT FROM 1 BY 1
                UNTIL IT > studentCount.

             IF foundIndex > 0
                MOVE "Y" TO docFoundFlag
                MOVE "A" TO docSource
                MOVE fullname(foundIndex) TO docName
                MOVE sNo(foundIndex) TO docSNo
                MOVE course(foundIndex) TO docCourse
                MOVE SPACES TO docReason
                MOVE 0 TO docArchDate
             ELSE
                MOVE 0 TO archFoundIndex
                PERFORM FIND-ARCHIVE-BY-SNO VARYING archiveIndex
                   FROM 1 BY 1 UNTIL archiveIndex > archiveCount
                IF archFoundIndex > 0
                   MOVE "Y" TO docFoundFlag
                   MOVE "R" TO docSource
                   MOVE aFullname(archFoundIndex) TO docName
                   MOVE aSNo(archFoundIndex) TO docSNo
                   MOVE aCourse(archFoundIndex) TO docCourse
                   MOVE aReason(archFoundIndex) TO docReason
                   MOVE aDate(archFoundIndex) TO docArchDate
                END-IF
             END-IF.

          ACCEPT-DOCUMENT-REQUEST.
             MOVE "N" TO docRequestFlag.
             PERFORM CHECK-ACTIVE-HOLD.
             IF STUDENT-HAS-HOLD
                PERFORM SHOW-ACTIVE-HOLD
                DISPLAY "STUDENT IS ON HOLD, DOCUMENT NOT RELEASED!"
             ELSE
                PERFORM ACCEPT-DOCUMENT-DETAILS
             END-IF.

          ACCEPT-DOCUMENT-DETAILS.
             IF DOC-FROM-ARCHIVE
                DISPLAY "ARCHIVED STUDENT: " FUNCTION TRIM(docReason)
                   " ON " docArchDate
             END-IF.
             DISPLAY "REQUESTED BY (BLANK FOR STUDENT): "
                WITH NO ADVANCING.
             ACCEPT docRequestor.
             IF docRequestor = SPACES
                MOVE docName TO docRequestor
             END-IF.
             DISPLAY "DOCUMENT FEE (EX. 150.00): " WITH NO ADVANCING.
             ACCEPT docFeeText.
             IF docFeeText = SPACES
                MOVE 0 TO docFee
             ELSE
                COMPUTE docFee = FUNCTION NUMVAL(docFeeText)
             END-IF.
             MOVE docFee TO moneyDisplay.
             DISPLAY "RELEASE " docType " FOR "
                FUNCTION TRIM(docName) " FEE " moneyDisplay
                " (Y/N)? " WITH NO ADVANCING.
             ACCEPT confirmFlag.
             IF confirmFlag = "Y" OR confirmFlag = "y"
                MOVE "Y" TO docRequestFlag
             ELSE
                DISPLAY "REQUEST CANCELLED!"
             END-IF.

          ASSIGN-DOC-CONTROL-NO.
             MOVE 0 TO docControlNo.
             MOVE "N" TO endOfDocReqFile.
             OPEN INPUT DOCREQ-FILE.
             IF docReqFileStatus NOT = "35"
                PERFORM READ-DOCREQ-RECORD
                PERFORM TRACK-DOC-CONTROL-NO UNTIL EOF-DOCREQ-FILE
                CLOSE DOCREQ-FILE
             END-IF.
             ADD 1 TO docControlNo.
             ACCEPT docDate FROM DATE.
             ACCEPT docTime FROM TIME.

          READ-DOCREQ-RECORD.
             READ DOCREQ-FILE
                AT END MOVE "Y" TO endOfDocReqFile
             END-READ.

          TRACK-DOC-CONTROL-NO.
             IF DQ-CONTROL-NO > docControlNo
                MOVE DQ-CONTROL-NO TO docControlNo
             END-IF.
             PERFORM READ-DOCREQ-RECORD.

          WRITE-DOCUMENT-REQUEST.
             MOVE SPACES TO DOCREQ-RECORD.
             MOVE docControlNo TO DQ-CONTROL-NO.
             MOVE docDate TO DQ-DATE.
             MOVE docTime TO DQ-TIME.
             MOVE docSNo TO DQ-SNO.
             MOVE docType TO DQ-DOC-TYPE.
             MOVE docTerm TO DQ-TERM.
             MOVE docSource TO DQ-SOURCE.
             MOVE docRequestor TO DQ-REQUESTOR.
             MOVE currentUserId TO DQ-USERID.
             MOVE docFee TO DQ-FEE.

             OPEN EXTEND DOCREQ-FILE.
             IF docReqFileStatus = "35"
                OPEN OUTPUT DOCREQ-FILE
             END-IF.
             WRITE DOCREQ-RECORD.
             CLOSE DOCREQ-FILE.

             MOVE docSNo TO logSNo.
             MOVE "DOCISS" TO logAction.
             MOVE docType TO logField.
             MOVE docRequestor TO logOldValue.
             MOVE docControlNo TO logNewValue.
             PERFORM WRITE-LOG-ENTRY.

          DOCUMENTS-MENU.
             DISPLAY "***DOCUMENT ISSUANCE***".
             DISPLAY "[1] TRANSCRIPT OF RECORDS".
             DISPLAY "[2] CERTIFICATE OF GRADUATION".
             DISPLAY "[3] CERTIFICATE OF ENROLLMENT".
             DISPLAY "[4] DOCUMENT REQUEST LOG".
             DISPLAY "[5] BACK TO MAIN MENU".
             DISPLAY "CHOICE: " WITH NO ADVANCING.
             ACCEPT docChoice.

             EVALUATE docChoice
                WHEN 1
                   IF USER-CAN-UPDATE
                      PERFORM PRINT-TRANSCRIPT
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 2
                   IF USER-CAN-UPDATE
                      PERFORM ISSUE-GRAD-CERTIFICATE
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 3
                   IF USER-CAN-UPDATE
                      PERFORM ISSUE-ENROLL-CERTIFICATE
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 4
                   PERFORM LIST-DOCUMENT-REQUESTS
                WHEN OTHER
                   MOVE 1 TO docExited
             END-EVALUATE.

          ISSUE-GRAD-CERTIFICATE.
             DISPLAY "***CERTIFICATE OF GRADUATION***".
             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
             ACCEPT inputStdNo.

             PERFORM FIND-DOCUMENT-STUDENT.

             EVALUATE TRUE
                WHEN NOT DOC-STUDENT-FOUND
                   DISPLAY "STUDENT NOT FOUND!"
                WHEN NOT DOC-FROM-ARCHIVE
                   OR docReason NOT = "GRADUATED"
                   DISPLAY "STUDENT HAS NOT GRADUATED, "
                      "CERTIFICATE REFUSED!"
                WHEN OTHER
                   MOVE "CGR" TO docType
                   MOVE SPACES TO docTerm
                   PERFORM ACCEPT-DOCUMENT-REQUEST
             END-EVALUATE.

             IF DOC-STUDENT-FOUND AND DOC-REQUEST-OK
                PERFORM ASSIGN-DOC-CONTROL-NO
                PERFORM COMPUTE-STUDENT-GPA
                PERFORM COMPUTE-EARNED-UNITS
                MOVE docCourse TO checkCourse
                MOVE 0 TO catalogFound
                PERFORM MATCH-CATALOG-CODE VARYING catalogIndex
                   FROM 1 BY 1 UNTIL catalogIndex > catalogCount

                OPEN OUTPUT CERT-FILE
                PERFORM WRITE-CERT-HEADING

                MOVE "THIS IS TO CERTIFY THAT" TO CERTIFICATE-LINE
                WRITE CERTIFICATE-LINE
                MOVE SPACES TO CERTIFICATE-LINE
                STRING
                   "     " DELIMITED BY SIZE
                   docName DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
                END-STRING
                WRITE CERTIFICATE-LINE
                MOVE SPACES TO CERTIFICATE-LINE
                STRING
                   "STUDENT NUMBER: " DELIMITED BY SIZE
                   docSNo DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
                END-STRING
                WRITE CERTIFICATE-LINE
                MOVE "HAS COMPLETED ALL REQUIREMENTS FOR THE COURSE"
                   TO CERTIFICATE-LINE
                WRITE CERTIFICATE-LINE
                MOVE SPACES TO CERTIFICATE-LINE
                IF catalogFound > 0
                   STRING
                      "     " DELIMITED BY SIZE
                      FUNCTION TRIM(docCourse) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      catTitle(catalogFound) DELIMITED BY SIZE
                      INTO CERTIFICATE-LINE
                   END-STRING
                ELSE
                   STRING
                      "     " DELIMITED BY SIZE
                      docCourse DELIMITED BY SIZE
                      INTO CERTIFICATE-LINE
                   END-STRING
                END-IF
                WRITE CERTIFICATE-LINE
                MOVE SPACES TO CERTIFICATE-LINE
                STRING
                   "AND GRADUATED ON " DELIMITED BY SIZE
                   docArchDate DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
                END-STRING
                WRITE CERTIFICATE-LINE

                MOVE gpaValue TO gpaDisplay
                MOVE SPACES TO CERTIFICATE-LINE
                STRING
                   "UNITS EARNED: " DELIMITED BY SIZE
                   earnedUnits DELIMITED BY SIZE
                   "  GPA: " DELIMITED BY SIZE
                   gpaDisplay DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
                END-STRING
                WRITE CERTIFICATE-LINE

                PERFORM WRITE-CERT-FOOTING
                CLOSE CERT-FILE
                PERFORM WRITE-DOCUMENT-REQUEST
                DISPLAY "CERTIFICATE WRITTEN TO CERTIFCT.TXT!"
                DISPLAY "CONTROL NO: " docControlNo
             END-IF.

          ISSUE-ENROLL-CERTIFICATE.
             DISPLAY "***CERTIFICATE OF ENROLLMENT***".
             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
             ACCEPT inputStdNo.

             PERFORM FIND-DOCUMENT-STUDENT.

             IF NOT DOC-STUDENT-FOUND
                DISPLAY "STUDENT NOT FOUND!"
             ELSE
                DISPLAY "ENTER TERM (EX. 2026-1): " WITH NO ADVANCING
                ACCEPT docTerm

                MOVE 0 TO docLineCount
                PERFORM COUNT-DOC-ENLISTMENT VARYING enlistIndex
                   FROM 1 BY 1 UNTIL enlistIndex > enlistCount

                IF docLineCount = 0
                   DISPLAY "NO ENLISTMENT ON FILE FOR THAT TERM, "
                      "CERTIFICATE REFUSED!"
                ELSE
                   MOVE "CEN" TO docType
                   PERFORM ACCEPT-DOCUMENT-REQUEST
                END-IF
             END-IF.

             IF DOC-STUDENT-FOUND AND DOC-REQUEST-OK
                PERFORM ASSIGN-DOC-CONTROL-NO

                OPEN OUTPUT CERT-FILE
                PERFORM WRITE-CERT-HEADING

                MOVE "THIS IS TO CERTIFY THAT" TO CERTIFICATE-LINE
                WRITE CERTIFICATE-LINE
                MOVE SPACES TO CERTIFICATE-LINE
                STRING
                   "     " DELIMITED BY SIZE
                   docName DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
                END-STRING
                WRITE CERTIFICATE-LINE
                MOVE SPACES TO CERTIFICATE-LINE
                STRING
                   "STUDENT NUMBER: " DELIMITED BY SIZE
                   docSNo DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
                END-STRING
                WRITE CERTIFICATE-LINE
                MOVE SPACES TO CERTIFICATE-LINE
                IF DOC-FROM-ARCHIVE
                   STRING
                      "WAS ENROLLED IN " DELIMITED BY SIZE
                      FUNCTION TRIM(docCourse) DELIMITED BY SIZE
                      " FOR TERM " DELIMITED BY SIZE
                      docTerm DELIMITED BY SIZE
                      INTO CERTIFICATE-LINE
                   END-STRING
                ELSE
                   STRING
                      "IS ENROLLED IN " DELIMITED BY SIZE
                      FUNCTION TRIM(docCourse) DELIMITED BY SIZE
                      " FOR TERM " DELIMITED BY SIZE
                      docTerm DELIMITED BY SIZE
                      INTO CERTIFICATE-LINE
                   END-STRING
                END-IF
                WRITE CERTIFICATE-LINE
                MOVE "IN THE FOLLOWING SUBJECTS:" TO CERTIFICATE-LINE
                WRITE CERTIFICATE-LINE
                MOVE SPACES TO CERTIFICATE-LINE
                WRITE CERTIFICATE-LINE

                MOVE 0 TO docUnits
                PERFORM WRITE-CERT-ENROLL-LINE VARYING enlistIndex
                   FROM 1 BY 1 UNTIL enlistIndex > enlistCount

                MOVE SPACES TO CERTIFICATE-LINE
                WRITE CERTIFICATE-LINE
                MOVE SPACES TO CERTIFICATE-LINE
                STRING
                   "TOTAL UNITS: " DELIMITED BY SIZE
                   docUnits DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
                END-STRING
                WRITE CERTIFICATE-LINE

                PERFORM WRITE-CERT-FOOTING
                CLOSE CERT-FILE
                PERFORM WRITE-DOCUMENT-REQUEST
                DISPLAY "CERTIFICATE WRITTEN TO CERTIFCT.TXT!"
                DISPLAY "CONTROL NO: " docControlNo
             END-IF.

          COUNT-DOC-ENLISTMENT.
             IF eSNo(enlistIndex) = docSNo
                AND eTerm(enlistIndex) = docTerm
                ADD 1 TO docLineCount
             END-IF.

          WRITE-CERT-ENROLL-LINE.
             IF eSNo(enlistIndex) = docSNo
                AND eTerm(enlistIndex) = docTerm
                MOVE eSubject(enlistIndex) TO checkSubject
                MOVE 0 TO subjCatFound
                PERFORM MATCH-SUBJECT-CODE VARYING subjCatIndex
                   FROM 1 BY 1 UNTIL subjCatIndex > subjCatCount
                MOVE eSubject(enlistIndex) TO ceSubject
                IF subjCatFound > 0
                   MOVE sjTitle(subjCatFound) TO ceTitle
                   MOVE sjUnits(subjCatFound) TO ceUnits
                   ADD sjUnits(subjCatFound) TO docUnits
                ELSE
                   MOVE SPACES TO ceTitle
                   MOVE 0 TO ceUnits
                END-IF
                MOVE certEnrollDetail TO CERTIFICATE-LINE
                WRITE CERTIFICATE-LINE
             END-IF.

          WRITE-CERT-HEADING.
             MOVE "========================================"
                TO CERTIFICATE-LINE.
             WRITE CERTIFICATE-LINE.
             IF docType = "CGR"
                MOVE "        CERTIFICATE OF GRADUATION"
                   TO CERTIFICATE-LINE
             ELSE
                MOVE "        CERTIFICATE OF ENROLLMENT"
                   TO CERTIFICATE-LINE
             END-IF.
             WRITE CERTIFICATE-LINE.
             MOVE "========================================"
                TO CERTIFICATE-LINE.
             WRITE CERTIFICATE-LINE.
             MOVE SPACES TO CERTIFICATE-LINE.
             STRING
                "CONTROL NO: " DELIMITED BY SIZE
                docControlNo DELIMITED BY SIZE
                "  DATE ISSUED: " DELIMITED BY SIZE
                docDate DELIMITED BY SIZE
                INTO CERTIFICATE-LINE
             END-STRING.
             WRITE CERTIFICATE-LINE.
             MOVE SPACES TO CERTIFICATE-LINE.
             WRITE CERTIFICATE-LINE.

          WRITE-CERT-FOOTING.
             MOVE SPACES TO CERTIFICATE-LINE.
             WRITE CERTIFICATE-LINE.
             MOVE SPACES TO CERTIFICATE-LINE.
             STRING
                "ISSUED UPON THE REQUEST OF " DELIMITED BY SIZE
                docRequestor DELIMITED BY SIZE
                INTO CERTIFICATE-LINE
             END-STRING.
             WRITE CERTIFICATE-LINE.
             MOVE SPACES TO CERTIFICATE-LINE.
             STRING
                "RELEASED BY: " DELIMITED BY SIZE
                currentUserId DELIMITED BY SIZE
                INTO CERTIFICATE-LINE
             END-STRING.
             WRITE CERTIFICATE-LINE.

          LIST-DOCUMENT-REQUESTS.
             DISPLAY "***DOCUMENT REQUEST LOG***".
             DISPLAY "STUDENT NUMBER (BLANK FOR ALL): "
                WITH NO ADVANCING.
             ACCEPT docFilterSNo.

             MOVE 0 TO docLineCount.
             MOVE 0 TO docFeeTotal.
             MOVE "N" TO endOfDocReqFile.
             OPEN INPUT DOCREQ-FILE.
             IF docReqFileStatus = "35"
                DISPLAY "NO DOCUMENTS ISSUED YET!"
             ELSE
                DISPLAY "CTRL   DATE   TYPE STUDENT NUMBER   "
                   "REQUESTED BY         RELEASED      FEE"
                PERFORM READ-DOCREQ-RECORD
                PERFORM LIST-DOCREQ-ENTRY UNTIL EOF-DOCREQ-FILE
                CLOSE DOCREQ-FILE
                DISPLAY "DOCUMENTS LISTED: " docLineCount
                MOVE docFeeTotal TO moneyDisplay
                DISPLAY "TOTAL FEES:       " moneyDisplay
             END-IF.

          LIST-DOCREQ-ENTRY.
             IF docFilterSNo = SPACES OR DQ-SNO = docFilterSNo
                ADD 1 TO docLineCount
                ADD DQ-FEE TO docFeeTotal
                MOVE DQ-FEE TO moneyDisplay
                DISPLAY DQ-CONTROL-NO " " DQ-DATE " " DQ-DOC-TYPE
                   "  " DQ-SNO(1:17) " " DQ-REQUESTOR(1:20) " "
                   DQ-USERID " " moneyDisplay
             END-IF.
             PERFORM READ-DOCREQ-RECORD.

          COMPUTE-TERM-GPA.
             MOVE 0 TO studentGradeCount.
             MOVE 0 TO incGradeCount.
             MOVE 0 TO totalUnits.
             MOVE 0 TO weightedSum.
             MOVE 0 TO gpaValue.
             PERFORM TALLY-TERM-GRADE VARYING gradeIndex FROM 1 BY 1
                UNTIL gradeIndex > gradeCount.
             IF totalUnits > 0
                COMPUTE gpaValue ROUNDED = weightedSum / totalUnits
             END-IF.

          TALLY-TERM-GRADE.
             IF gSNo(gradeIndex) = inputStdNo
                AND gTerm(gradeIndex) = standingTerm
                ADD 1 TO studentGradeCount
                PERFORM ADD-GRADE-TO-GPA
             END-IF.

          ACADEMIC-STANDING-REPORT.
             DISPLAY "***ACADEMIC STANDING REPORT***".
             DISPLAY "ENTER TERM (EX. 2026-1): " WITH NO ADVANCING.
             ACCEPT standingTerm.

             MOVE 0 TO standingCount.
             MOVE 0 TO deanCount.
             MOVE 0 TO goodCount.
             MOVE 0 TO probationCount.
             PERFORM BUILD-STANDING-ENTRY VARYING IT FROM 1 BY 1
                UNTIL IT > studentCount.

             IF standingCount = 0
                DISPLAY "NO GRADES ON FILE FOR THAT TERM!"
             ELSE
                MOVE "Y" TO sortSwapFlag
                PERFORM STANDING-SORT-PASS UNTIL NOT SORT-HAD-SWAP

                ACCEPT reportDate FROM DATE
                ACCEPT reportTime FROM TIME

                OPEN OUTPUT STANDING-FILE
                MOVE 0 TO pageNumber
                MOVE 99 TO lineOnPage

                MOVE "D" TO standingClassPick
                PERFORM WRITE-STANDING-SECTION
                MOVE "G" TO standingClassPick
                PERFORM WRITE-STANDING-SECTION
                MOVE "P" TO standingClassPick
                PERFORM WRITE-STANDING-SECTION

                MOVE SPACES TO standingWorkLine
                PERFORM PUT-STANDING-LINE
                MOVE "*** STUDENTS PER COURSE ***"
                   TO standingWorkLine
                PERFORM PUT-STANDING-LINE
                PERFORM STANDING-COURSE-ENTRY VARYING standingIndex
                   FROM 1 BY 1 UNTIL standingIndex > standingCount

                MOVE SPACES TO standingWorkLine
                PERFORM PUT-STANDING-LINE
                MOVE SPACES TO standingWorkLine
                STRING
                   "DEAN'S LIST: " DELIMITED BY SIZE
                   deanCount DELIMITED BY SIZE
                   "  GOOD STANDING: " DELIMITED BY SIZE
                   goodCount DELIMITED BY SIZE
                   "  PROBATION: " DELIMITED BY SIZE
                   probationCount DELIMITED BY SIZE
                   INTO standingWorkLine
                END-STRING
                PERFORM PUT-STANDING-LINE
                MOVE SPACES TO standingWorkLine
                STRING
                   "TOTAL STUDENTS GRADED: " DELIMITED BY SIZE
                   standingCount DELIMITED BY SIZE
                   INTO standingWorkLine
                END-STRING
                PERFORM PUT-STANDING-LINE

                CLOSE STANDING-FILE
                DISPLAY "REPORT WRITTEN TO STANDING.TXT!"
             END-IF.

          BUILD-STANDING-ENTRY.
             MOVE sNo(IT) TO inputStdNo.
             PERFORM COMPUTE-TERM-GPA.
             IF totalUnits > 0 AND standingCount < 500
                ADD 1 TO standingCount
                MOVE sNo(IT) TO stSNo(standingCount)
                MOVE fullname(IT) TO stName(standingCount)
                MOVE course(IT) TO stCourse(standingCount)
                MOVE totalUnits TO stUnits(standingCount)
                MOVE gpaValue TO stGpa(standingCount)
                EVALUATE TRUE
                   WHEN gpaValue NOT > 1.75 AND incGradeCount = 0
                      MOVE "D" TO stClass(standingCount)
                      ADD 1 TO deanCount
                   WHEN gpaValue NOT > 3.00
                      MOVE "G" TO stClass(standingCount)
                      ADD 1 TO goodCount
                   WHEN OTHER
                      MOVE "P" TO stClass(standingCount)
                      ADD 1 TO probationCount
                END-EVALUATE
             END-IF.

          STANDING-SORT-PASS.
             MOVE "N" TO sortSwapFlag.
             PERFORM COMPARE-STANDING-PAIR VARYING sortI FROM 1 BY 1
                UNTIL sortI > standingCount - 1.

          COMPARE-STANDING-PAIR.
             IF stGpa(sortI) > stGpa(sortI + 1)
                MOVE standing-info(sortI) TO standingSwap
                MOVE standing-info(sortI + 1) TO standing-info(sortI)
                MOVE standingSwap TO standing-info(sortI + 1)
                MOVE "Y" TO sortSwapFlag
             END-IF.

          WRITE-STANDING-SECTION.
             MOVE SPACES TO standingWorkLine.
             PERFORM PUT-STANDING-LINE.
             EVALUATE standingClassPick
                WHEN "D"
                   MOVE "*** DEAN'S LIST ***" TO standingWorkLine
                WHEN "G"
                   MOVE "*** GOOD STANDING ***" TO standingWorkLine
                WHEN "P"
                   MOVE "*** PROBATION ***" TO standingWorkLine
             END-EVALUATE.
             PERFORM PUT-STANDING-LINE.
             PERFORM WRITE-STANDING-ENTRY-LINE VARYING standingIndex
                FROM 1 BY 1 UNTIL standingIndex > standingCount.

          WRITE-STANDING-ENTRY-LINE.
             IF stClass(standingIndex) = standingClassPick
                MOVE stName(standingIndex) TO sdName
                MOVE stSNo(standingIndex) TO sdSNo
                MOVE stUnits(standingIndex) TO sdUnits
                MOVE stGpa(standingIndex) TO sdGpa
                MOVE standingDetail TO standingWorkLine
                PERFORM PUT-STANDING-LINE
             END-IF.

          STANDING-COURSE-ENTRY.
             MOVE "N" TO dupCourseFlag.
             PERFORM CHECK-ST-COURSE-SEEN VARYING compareIndex
                FROM 1 BY 1 UNTIL compareIndex > standingIndex - 1
                OR COURSE-ALREADY-SEEN.

             IF NOT COURSE-ALREADY-SEEN
                MOVE 0 TO currentCourseCount
                PERFORM COUNT-ST-COURSE-MATCH VARYING uniqueIndex
                   FROM standingIndex BY 1
                   UNTIL uniqueIndex > standingCount

                MOVE SPACES TO standingWorkLine
                STRING
                   stCourse(standingIndex) DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   currentCourseCount DELIMITED BY SIZE
                   INTO standingWorkLine
                END-STRING
                PERFORM PUT-STANDING-LINE
             END-IF.

          CHECK-ST-COURSE-SEEN.
             IF stCourse(standingIndex) = stCourse(compareIndex)
                MOVE "Y" TO dupCourseFlag
             END-IF.

          COUNT-ST-COURSE-MATCH.
             IF stCourse(uniqueIndex) = stCourse(standingIndex)
                ADD 1 TO currentCourseCount
             END-IF.

          PUT-STANDING-LINE.
             IF lineOnPage > 45
                PERFORM WRITE-STANDING-HEADING
             END-IF.
             MOVE standingWorkLine TO STANDING-LINE.
             WRITE STANDING-LINE.
             ADD 1 TO lineOnPage.

          WRITE-STANDING-HEADING.
             ADD 1 TO pageNumber.
             MOVE pageNumber TO pageDisplay.

             IF pageNumber > 1
                MOVE SPACES TO STANDING-LINE
                WRITE STANDING-LINE
             END-IF.

             MOVE "=============================================="
                TO STANDING-LINE.
             WRITE STANDING-LINE.
             MOVE "        ACADEMIC STANDING REPORT"
                TO STANDING-LINE.
             WRITE STANDING-LINE.

             MOVE SPACES TO STANDING-LINE.
             STRING
                "TERM: " DELIMITED BY SIZE
                standingTerm DELIMITED BY SIZE
                "  RUN DATE: " DELIMITED BY SIZE
                reportDate DELIMITED BY SIZE
                "  TIME: " DELIMITED BY SIZE
                reportTime DELIMITED BY SIZE
                "  PAGE: " DELIMITED BY SIZE
                pageDisplay DELIMITED BY SIZE
                INTO STANDING-LINE
             END-STRING.
             WRITE STANDING-LINE.

             MOVE "=============================================="
                TO STANDING-LINE.
             WRITE STANDING-LINE.

             MOVE SPACES TO STANDING-LINE.
             MOVE "NAME" TO STANDING-LINE(1:4).
             MOVE "STUDENT NUMBER" TO STANDING-LINE(32:14).
             MOVE "UNITS" TO STANDING-LINE(57:5).
             MOVE "GPA" TO STANDING-LINE(64:3).
             WRITE STANDING-LINE.

             MOVE ALL "-" TO STANDING-LINE.
             WRITE STANDING-LINE.

             MOVE 6 TO lineOnPage.

          LOAD-COURSES.
             MOVE 0 TO catalogCount.
             MOVE "N" TO endOfCourseFile.
             OPEN INPUT COURSE-FILE.
             IF courseFileStatus NOT = "35"
                PERFORM READ-COURSE-RECORD
                PERFORM STORE-COURSE-RECORD UNTIL EOF-COURSE-FILE
                CLOSE COURSE-FILE
             END-IF.
             IF catalogCount = 0
                DISPLAY "WARNING: NO COURSE CATALOG LOADED, "
                   "COURSE VALIDATION IS OFF!"
             END-IF.

          READ-COURSE-RECORD.
             READ COURSE-FILE
                AT END MOVE "Y" TO endOfCourseFile
             END-READ.

          STORE-COURSE-RECORD.
             IF catalogCount NOT < 50
                DISPLAY "COURSE CATALOG TABLE FULL, REST OF "
                   "COURSES.DAT IGNORED!"
                MOVE "Y" TO endOfCourseFile
             ELSE
                ADD 1 TO catalogCount
                MOVE CO-CODE TO catCode(catalogCount)
                MOVE CO-TITLE TO catTitle(catalogCount)
                MOVE CO-MAX TO catMax(catalogCount)
                IF CO-REQ-UNITS IS NUMERIC
                   MOVE CO-REQ-UNITS TO catReqUnits(catalogCount)
                ELSE
                   MOVE 0 TO catReqUnits(catalogCount)
                END-IF
                PERFORM READ-COURSE-RECORD
             END-IF.

          VALIDATE-COURSE.
             MOVE "N" TO courseValidFlag.
             MOVE "N" TO courseFullFlag.
             IF catalogCount = 0
                MOVE "Y" TO courseValidFlag
             ELSE
                MOVE 0 TO catalogFound
                PERFORM MATCH-CATALOG-CODE VARYING catalogIndex
                   FROM 1 BY 1 UNTIL catalogIndex > catalogCount
                IF catalogFound > 0
                   MOVE "Y" TO courseValidFlag
                   MOVE 0 TO enrolledCount
                   PERFORM COUNT-COURSE-ENROLLMENT VARYING enrollIndex
                      FROM 1 BY 1 UNTIL enrollIndex > studentCount
                   IF enrolledCount NOT < catMax(catalogFound)
                      MOVE "Y" TO courseFullFlag
                   END-IF
                END-IF
             END-IF.

          MATCH-CATALOG-CODE.
             IF checkCourse = catCode(catalogIndex)
                MOVE catalogIndex TO catalogFound
             END-IF.

          COUNT-COURSE-ENROLLMENT.
             IF course(enrollIndex) = checkCourse
                ADD 1 TO enrolledCount
             END-IF.

          SAVE-COURSES.
             OPEN OUTPUT COURSE-FILE.
             PERFORM WRITE-COURSE-RECORD VARYING catalogIndex
                FROM 1 BY 1 UNTIL catalogIndex > catalogCount.
             CLOSE COURSE-FILE.

          WRITE-COURSE-RECORD.
             MOVE catCode(catalogIndex) TO CO-CODE
             MOVE catTitle(catalogIndex) TO CO-TITLE
             MOVE catMax(catalogIndex) TO CO-MAX
             MOVE catReqUnits(catalogIndex) TO CO-REQ-UNITS
             WRITE COURSE-RECORD.

          CATALOG-MENU.
             DISPLAY "***COURSE CATALOG MAINTENANCE***".
             DISPLAY "[1] ADD COURSE".
             DISPLAY "[2] EDIT COURSE".
             DISPLAY "[3] RETIRE COURSE".
             DISPLAY "[4] LIST COURSES".
             DISPLAY "[5] BACK TO FILE UTILITIES".
             DISPLAY "CHOICE: " WITH NO ADVANCING.
             ACCEPT catalogChoice.

             EVALUATE catalogChoice
                WHEN 1
                   PERFORM ADD-COURSE
                WHEN 2
                   PERFORM EDIT-COURSE
                WHEN 3
                   PERFORM RETIRE-COURSE
                WHEN 4
                   PERFORM LIST-COURSES
                WHEN OTHER
                   MOVE 1 TO catalogExited
             END-EVALUATE.

          ADD-COURSE.
             DISPLAY "***ADD COURSE***".

             IF catalogCount NOT < 50
                DISPLAY "COURSE CATALOG IS FULL!"
             ELSE
                DISPLAY "COURSE CODE: " WITH NO ADVANCING
                ACCEPT newCourseCode

                MOVE newCourseCode TO checkCourse
                MOVE 0 TO catalogFound
                PERFORM MATCH-CATALOG-CODE VARYING catalogIndex
                   FROM 1 BY 1 UNTIL catalogIndex > catalogCount

                EVALUATE TRUE
                   WHEN newCourseCode = SPACES
                      DISPLAY "COURSE CODE IS REQUIRED!"
                   WHEN catalogFound > 0
                      DISPLAY "COURSE CODE ALREADY IN CATALOG!"
                   WHEN OTHER
                      DISPLAY "COURSE TITLE: " WITH NO ADVANCING
                      ACCEPT newCourseTitle
                      DISPLAY "ENROLLMENT CAP: " WITH NO ADVANCING
                      ACCEPT newCourseMax
                      DISPLAY "UNITS REQUIRED TO GRADUATE: "
                         WITH NO ADVANCING
                      ACCEPT newCourseReq

                      ADD 1 TO catalogCount
                      MOVE newCourseCode TO catCode(catalogCount)
                      MOVE newCourseTitle TO catTitle(catalogCount)
                      MOVE newCourseMax TO catMax(catalogCount)
                      MOVE newCourseReq TO catReqUnits(catalogCount)

                      PERFORM SAVE-COURSES

                      MOVE newCourseCode TO logSNo
                      MOVE "CATADD" TO logAction
                      MOVE "RECORD" TO logField
                      MOVE SPACES TO logOldValue
                      MOVE newCourseTitle TO logNewValue
                      PERFORM WRITE-LOG-ENTRY

                      DISPLAY "COURSE ADDED!"
                END-EVALUATE
             END-IF.

          EDIT-COURSE.
             DISPLAY "***EDIT COURSE***".
             DISPLAY "COURSE CODE: " WITH NO ADVANCING.
             ACCEPT newCourseCode.

             MOVE newCourseCode TO checkCourse.
             MOVE 0 TO catalogFound.
             PERFORM MATCH-CATALOG-CODE VARYING catalogIndex
                FROM 1 BY 1 UNTIL catalogIndex > catalogCount.

             IF catalogFound = 0
                DISPLAY "COURSE NOT IN CATALOG!"
             ELSE
                MOVE catTitle(catalogFound) TO oldCourseTitle
                MOVE catMax(catalogFound) TO oldCourseMax
                MOVE catReqUnits(catalogFound) TO oldCourseReq

                MOVE 0 TO enrolledCount
                PERFORM COUNT-COURSE-ENROLLMENT VARYING enrollIndex
                   FROM 1 BY 1 UNTIL enrollIndex > studentCount

                DISPLAY "TITLE: " oldCourseTitle
                DISPLAY "NEW TITLE: " WITH NO ADVANCING
                ACCEPT newCourseTitle
                IF newCourseTitle = SPACES
                   MOVE oldCourseTitle TO newCourseTitle
                END-IF

                DISPLAY "CAP: " oldCourseMax
                   " CURRENT ENROLLMENT: " enrolledCount
                DISPLAY "NEW CAP: " WITH NO ADVANCING
                ACCEPT newCourseMaxText
                IF newCourseMaxText = SPACES
                   MOVE oldCourseMax TO newCourseMax
                ELSE
                   COMPUTE newCourseMax =
                      FUNCTION NUMVAL(newCourseMaxText)
                END-IF

                DISPLAY "UNITS REQUIRED: " oldCourseReq
                DISPLAY "NEW UNITS REQUIRED: " WITH NO ADVANCING
                ACCEPT newCourseReqText
                IF newCourseReqText = SPACES
                   MOVE oldCourseReq TO newCourseReq
                ELSE
                   COMPUTE newCourseReq =
                      FUNCTION NUMVAL(newCourseReqText)
                END-IF

                IF newCourseMax < enrolledCount
                   DISPLAY "CAP IS BELOW CURRENT ENROLLMENT, "
                      "COURSE UNCHANGED!"
                ELSE
                   MOVE newCourseTitle TO catTitle(catalogFound)
                   MOVE newCourseMax TO catMax(catalogFound)
                   MOVE newCourseReq TO catReqUnits(catalogFound)

                   PERFORM SAVE-COURSES
                   PERFORM LOG-CATALOG-CHANGES
                   DISPLAY "COURSE UPDATED!"
                END-IF
             END-IF.

          LOG-CATALOG-CHANGES.
             MOVE newCourseCode TO logSNo.
             MOVE "CATEDT" TO logAction.

             IF oldCourseTitle NOT = catTitle(catalogFound)
                MOVE "TITLE" TO logField
                MOVE oldCourseTitle TO logOldValue
                MOVE catTitle(catalogFound) TO logNewValue
                PERFORM WRITE-LOG-ENTRY
             END-IF.

             IF oldCourseMax NOT = catMax(catalogFound)
                MOVE "MAXCAP" TO logField
                MOVE oldCourseMax TO logOldValue
                MOVE catMax(catalogFound) TO logNewValue
                PERFORM WRITE-LOG-ENTRY
             END-IF.

             IF oldCourseReq NOT = catReqUnits(catalogFound)
                MOVE "REQUNITS" TO logField
                MOVE oldCourseReq TO logOldValue
                MOVE catReqUnits(catalogFound) TO logNewValue
                PERFORM WRITE-LOG-ENTRY
             END-IF.

          RETIRE-COURSE.
             DISPLAY "***RETIRE COURSE***".
             DISPLAY "COURSE CODE: " WITH NO ADVANCING.
             ACCEPT newCourseCode.

             MOVE newCourseCode TO checkCourse.
             MOVE 0 TO catalogFound.
             PERFORM MATCH-CATALOG-CODE VARYING catalogIndex
                FROM 1 BY 1 UNTIL catalogIndex > catalogCount.

             IF catalogFound = 0
                DISPLAY "COURSE NOT IN CATALOG!"
             ELSE
                MOVE 0 TO enrolledCount
                PERFORM COUNT-COURSE-ENROLLMENT VARYING enrollIndex
                   FROM 1 BY 1 UNTIL enrollIndex > studentCount

                MOVE newCourseCode TO freedCourse
                PERFORM COUNT-WAITLIST-POSITION

                EVALUATE TRUE
                   WHEN enrolledCount > 0
                      DISPLAY "COURSE HAS " enrolledCount " ACTIVE "
                         "STUDENTS, NOT RETIRED!"
                   WHEN waitPosition > 0
                      DISPLAY "COURSE HAS " waitPosition " WAITLISTED "
                         "APPLICANTS, NOT RETIRED!"
                   WHEN OTHER
                      DISPLAY "RETIRE THIS COURSE (Y/N)? "
                         WITH NO ADVANCING
                      ACCEPT confirmFlag

                      IF confirmFlag = "Y" OR confirmFlag = "y"
                         MOVE catTitle(catalogFound) TO logOldValue

                         PERFORM SHIFT-CATALOG-UP VARYING catShiftIdx
                            FROM catalogFound BY 1
                            UNTIL catShiftIdx > catalogCount - 1
                         SUBTRACT 1 FROM catalogCount

                         PERFORM SAVE-COURSES

                         MOVE newCourseCode TO logSNo
                         MOVE "CATDEL" TO logAction
                         MOVE "RECORD" TO logField
                         MOVE SPACES TO logNewValue
                         PERFORM WRITE-LOG-ENTRY

                         DISPLAY "COURSE RETIRED!"
                      ELSE
                         DISPLAY "RETIRE CANCELLED!"
                      END-IF
                END-EVALUATE
             END-IF.

          SHIFT-CATALOG-UP.
             MOVE catCode(catShiftIdx + 1) TO catCode(catShiftIdx)
             MOVE catTitle(catShiftIdx + 1) TO catTitle(catShiftIdx)
             MOVE catMax(catShiftIdx + 1) TO catMax(catShiftIdx)
             MOVE catReqUnits(catShiftIdx + 1)
                TO catReqUnits(catShiftIdx).

          LIST-COURSES.
             DISPLAY "***LIST COURSES***".

             IF catalogCount = 0
                DISPLAY "COURSE CATALOG IS EMPTY!"
             ELSE
                PERFORM PRINT-COURSE-BLOCK VARYING catalogIndex
                   FROM 1 BY 1 UNTIL catalogIndex > catalogCount
                DISPLAY "TOTAL COURSES: " catalogCount
             END-IF.

          PRINT-COURSE-BLOCK.
             MOVE catCode(catalogIndex) TO checkCourse
             MOVE 0 TO enrolledCount
             PERFORM COUNT-COURSE-ENROLLMENT VARYING enrollIndex
                FROM 1 BY 1 UNTIL enrollIndex > studentCount
             DISPLAY "----------------------------------------"
             DISPLAY "CODE: " catCode(catalogIndex)
             DISPLAY "TITLE: " catTitle(catalogIndex)
             DISPLAY "CAP: " catMax(catalogIndex)
                " ENROLLED: " enrolledCount
             DISPLAY "UNITS REQUIRED: " catReqUnits(catalogIndex).

          LOAD-TERMS.
             MOVE 0 TO termCount.
             MOVE "N" TO endOfTermFile.
             OPEN INPUT TERM-FILE.
             IF termFileStatus NOT = "35"
                PERFORM READ-TERM-RECORD
                PERFORM STORE-TERM-RECORD UNTIL EOF-TERM-FILE
                CLOSE TERM-FILE
             END-IF.
             IF termCount = 0
                DISPLAY "WARNING: NO TERM CALENDAR LOADED, "
                   "TERM VALIDATION IS OFF!"
             END-IF.

          READ-TERM-RECORD.
             READ TERM-FILE
                AT END MOVE "Y" TO endOfTermFile
             END-READ.

          STORE-TERM-RECORD.
             IF termCount NOT < 100
                DISPLAY "TERM CALENDAR TABLE FULL, REST OF "
                   "TERMS.DAT IGNORED!"
                MOVE "Y" TO endOfTermFile
             ELSE
                ADD 1 TO termCount
                MOVE TM-CODE TO tmCode(termCount)
                MOVE TM-START TO tmStart(termCount)
                MOVE TM-END TO tmEnd(termCount)
                MOVE TM-ENLIST-FROM TO tmEnlistFrom(termCount)
                MOVE TM-ENLIST-TO TO tmEnlistTo(termCount)
                MOVE TM-GRADE-DEADLINE TO tmGradeDeadline(termCount)
                MOVE TM-STATUS TO tmStatus(termCount)
                PERFORM READ-TERM-RECORD
             END-IF.

          SAVE-TERMS.
             OPEN OUTPUT TERM-FILE.
             PERFORM WRITE-TERM-RECORD VARYING termIndex
                FROM 1 BY 1 UNTIL termIndex > termCount.
             CLOSE TERM-FILE.

          WRITE-TERM-RECORD.
             MOVE tmCode(termIndex) TO TM-CODE
             MOVE tmStart(termIndex) TO TM-START
             MOVE tmEnd(termIndex) TO TM-END
             MOVE tmEnlistFrom(termIndex) TO TM-ENLIST-FROM
             MOVE tmEnlistTo(termIndex) TO TM-ENLIST-TO
             MOVE tmGradeDeadline(termIndex) TO TM-GRADE-DEADLINE
             MOVE tmStatus(termIndex) TO TM-STATUS
             WRITE TERM-RECORD.

          VALIDATE-TERM.
             MOVE "N" TO termValidFlag.
             MOVE 0 TO termFound.
             MOVE SPACES TO termStatusWork.
             IF termCount = 0
                MOVE "Y" TO termValidFlag
             ELSE
                PERFORM MATCH-TERM-CODE VARYING termIndex
                   FROM 1 BY 1 UNTIL termIndex > termCount
                IF termFound > 0
                   MOVE "Y" TO termValidFlag
                   MOVE tmStatus(termFound) TO termStatusWork
                END-IF
             END-IF.

          MATCH-TERM-CODE.
             IF checkTerm = tmCode(termIndex)
                MOVE termIndex TO termFound
             END-IF.

          CHECK-ENLIST-WINDOW.
             MOVE "N" TO termWindowFlag.
             ACCEPT termToday FROM DATE.
             IF termFound = 0
                IF TERM-IS-VALID
                   MOVE "Y" TO termWindowFlag
                END-IF
             ELSE
                IF TERM-IS-OPEN
                   AND termToday NOT < tmEnlistFrom(termFound)
                   AND termToday NOT > tmEnlistTo(termFound)
                   MOVE "Y" TO termWindowFlag
                END-IF
             END-IF.

          CHECK-GRADE-WINDOW.
             MOVE "N" TO termWindowFlag.
             ACCEPT termToday FROM DATE.
             IF termFound = 0
                IF TERM-IS-VALID
                   MOVE "Y" TO termWindowFlag
                END-IF
             ELSE
                IF (TERM-IS-OPEN OR TERM-IS-GRADING)
                   AND termToday NOT > tmGradeDeadline(termFound)
                   MOVE "Y" TO termWindowFlag
                END-IF
             END-IF.

          CHECK-ATTEND-WINDOW.
             MOVE "N" TO termWindowFlag.
             IF termFound = 0
                IF TERM-IS-VALID
                   MOVE "Y" TO termWindowFlag
                END-IF
             ELSE
                IF TERM-IS-OPEN
                   AND attDate NOT < tmStart(termFound)
                   AND attDate NOT > tmEnd(termFound)
                   MOVE "Y" TO termWindowFlag
                END-IF
             END-IF.

          TERM-MENU.
             DISPLAY "***TERM CALENDAR MAINTENANCE***".
             DISPLAY "[1] ADD TERM".
             DISPLAY "[2] EDIT TERM".
             DISPLAY "[3] LIST TERMS".
             DISPLAY "[4] CLOSE TERM".
             DISPLAY "[5] BACK TO FILE UTILITIES".
             DISPLAY "CHOICE: " WITH NO ADVANCING.
             ACCEPT termChoice.

             EVALUATE termChoice
                WHEN 1
                   PERFORM ADD-TERM
                WHEN 2
                   PERFORM EDIT-TERM
                WHEN 3
                   PERFORM LIST-TERMS
                WHEN 4
                   IF USER-IS-SUPERVISOR
                      PERFORM CLOSE-TERM
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN OTHER
                   MOVE 1 TO termExited
             END-EVALUATE.

          ADD-TERM.
             DISPLAY "***ADD TERM***".

             IF termCount NOT < 100
                DISPLAY "TERM CALENDAR IS FULL!"
             ELSE
                DISPLAY "TERM CODE (EX. 2026-1): " WITH NO ADVANCING
                ACCEPT newTermCode

                MOVE newTermCode TO checkTerm
                MOVE 0 TO termFound
                PERFORM MATCH-TERM-CODE VARYING termIndex
                   FROM 1 BY 1 UNTIL termIndex > termCount

                EVALUATE TRUE
                   WHEN newTermCode = SPACES
                      DISPLAY "TERM CODE IS REQUIRED!"
                   WHEN termFound > 0
                      DISPLAY "TERM CODE ALREADY IN CALENDAR!"
                   WHEN OTHER
                      MOVE 0 TO newTermStart
                      MOVE 0 TO newTermEnd
                      MOVE 0 TO newEnlistFrom
                      MOVE 0 TO newEnlistTo
                      MOVE 0 TO newGradeDeadline
                      PERFORM ACCEPT-TERM-DATES
                      MOVE "OPEN" TO newTermStatus
                      PERFORM VALIDATE-TERM-DATES

                      IF TERM-DATES-OK
                         ADD 1 TO termCount
                         MOVE termCount TO termFound
                         MOVE newTermCode TO tmCode(termFound)
                         PERFORM MOVE-TERM-FIELDS
                         PERFORM SAVE-TERMS

                         MOVE newTermCode TO logSNo
                         MOVE "TRMADD" TO logAction
                         MOVE "RECORD" TO logField
                         MOVE SPACES TO logOldValue
                         MOVE newTermStatus TO logNewValue
                         PERFORM WRITE-LOG-ENTRY

                         DISPLAY "TERM ADDED!"
                      END-IF
                END-EVALUATE
             END-IF.

          ACCEPT-TERM-DATES.
             DISPLAY "TERM START YYMMDD: " WITH NO ADVANCING.
             ACCEPT termDateText.
             IF termDateText NOT = SPACES
                COMPUTE newTermStart = FUNCTION NUMVAL(termDateText)
             END-IF.
             DISPLAY "TERM END YYMMDD: " WITH NO ADVANCING.
             ACCEPT termDateText.
             IF termDateText NOT = SPACES
                COMPUTE newTermEnd = FUNCTION NUMVAL(termDateText)
             END-IF.
             DISPLAY "ENLISTMENT OPENS YYMMDD: " WITH NO ADVANCING.
             ACCEPT termDateText.
             IF termDateText NOT = SPACES
                COMPUTE newEnlistFrom = FUNCTION NUMVAL(termDateText)
             END-IF.
             DISPLAY "ENLISTMENT CLOSES YYMMDD: " WITH NO ADVANCING.
             ACCEPT termDateText.
             IF termDateText NOT = SPACES
                COMPUTE newEnlistTo = FUNCTION NUMVAL(termDateText)
             END-IF.
             DISPLAY "GRADE ENCODING DEADLINE YYMMDD: "
                WITH NO ADVANCING.
             ACCEPT termDateText.
             IF termDateText NOT = SPACES
                COMPUTE newGradeDeadline =
                   FUNCTION NUMVAL(termDateText)
             END-IF.

          VALIDATE-TERM-DATES.
             MOVE "N" TO termDatesFlag.
             EVALUATE TRUE
                WHEN newTermStart = 0 OR newTermEnd = 0
                   OR newEnlistFrom = 0 OR newEnlistTo = 0
                   OR newGradeDeadline = 0
                   DISPLAY "ALL TERM DATES ARE REQUIRED!"
                WHEN newTermStart > newTermEnd
                   DISPLAY "TERM ENDS BEFORE IT STARTS!"
                WHEN newEnlistFrom > newEnlistTo
                   DISPLAY "ENLISTMENT CLOSES BEFORE IT OPENS!"
                WHEN newGradeDeadline < newTermEnd
                   DISPLAY "GRADE DEADLINE IS BEFORE TERM END!"
                WHEN OTHER
                   MOVE "Y" TO termDatesFlag
             END-EVALUATE.

          MOVE-TERM-FIELDS.
             MOVE newTermStart TO tmStart(termFound).
             MOVE newTermEnd TO tmEnd(termFound).
             MOVE newEnlistFrom TO tmEnlistFrom(termFound).
             MOVE newEnlistTo TO tmEnlistTo(termFound).
             MOVE newGradeDeadline TO tmGradeDeadline(termFound).
             MOVE newTermStatus TO tmStatus(termFound).

          EDIT-TERM.
             DISPLAY "***EDIT TERM***".
             DISPLAY "TERM CODE: " WITH NO ADVANCING.
             ACCEPT newTermCode.

             MOVE newTermCode TO checkTerm.
             MOVE 0 TO termFound.
             PERFORM MATCH-TERM-CODE VARYING termIndex
                FROM 1 BY 1 UNTIL termIndex > termCount.

             EVALUATE TRUE
                WHEN termFound = 0
                   DISPLAY "TERM NOT IN CALENDAR!"
                WHEN tmStatus(termFound) = "CLOSED"
                   DISPLAY "TERM IS CLOSED, CANNOT BE EDITED!"
                WHEN OTHER
                   MOVE termFound TO termIndex
                   PERFORM PRINT-TERM-BLOCK
                   DISPLAY "BLANK KEEPS THE CURRENT VALUE"
                   MOVE tmStart(termFound) TO newTermStart
                   MOVE tmEnd(termFound) TO newTermEnd
                   MOVE tmEnlistFrom(termFound) TO newEnlistFrom
                   MOVE tmEnlistTo(termFound) TO newEnlistTo
                   MOVE tmGradeDeadline(termFound)
                      TO newGradeDeadline
                   PERFORM ACCEPT-TERM-DATES

                   MOVE tmStatus(termFound) TO oldTermStatus
                   DISPLAY "STATUS (OPEN/GRADING): " WITH NO ADVANCING
                   ACCEPT newTermStatus
                   IF newTermStatus = SPACES
                      MOVE oldTermStatus TO newTermStatus
                   END-IF

                   IF newTermStatus NOT = "OPEN"
                      AND newTermStatus NOT = "GRADING"
                      DISPLAY "INVALID STATUS, USE CLOSE TERM TO "
                         "CLOSE A TERM!"
                   ELSE
                      PERFORM VALIDATE-TERM-DATES
                      IF TERM-DATES-OK
                         PERFORM MOVE-TERM-FIELDS
                         PERFORM SAVE-TERMS

                         MOVE newTermCode TO logSNo
                         MOVE "TRMEDT" TO logAction
                         MOVE "STATUS" TO logField
                         MOVE oldTermStatus TO logOldValue
                         MOVE newTermStatus TO logNewValue
                         PERFORM WRITE-LOG-ENTRY

                         DISPLAY "TERM UPDATED!"
                      END-IF
                   END-IF
             END-EVALUATE.

          LIST-TERMS.
             DISPLAY "***LIST TERMS***".

             IF termCount = 0
                DISPLAY "TERM CALENDAR IS EMPTY!"
             ELSE
                PERFORM PRINT-TERM-BLOCK VARYING termIndex
                   FROM 1 BY 1 UNTIL termIndex > termCount
                DISPLAY "TOTAL TERMS: " termCount
             END-IF.

          PRINT-TERM-BLOCK.
             DISPLAY "----------------------------------------"
             DISPLAY "TERM: " tmCode(termIndex)
                " STATUS: " tmStatus(termIndex)
             DISPLAY "TERM DATES: " tmStart(termIndex)
                " TO " tmEnd(termIndex)
             DISPLAY "ENLISTMENT: " tmEnlistFrom(termIndex)
                " TO " tmEnlistTo(termIndex)
             DISPLAY "GRADE DEADLINE: " tmGradeDeadline(termIndex).

          CLOSE-TERM.
             DISPLAY "***CLOSE TERM***".
             DISPLAY "TERM CODE: " WITH NO ADVANCING.
             ACCEPT newTermCode.

             MOVE newTermCode TO checkTerm.
             MOVE 0 TO termFound.
             PERFORM MATCH-TERM-CODE VARYING termIndex
                FROM 1 BY 1 UNTIL termIndex > termCount.

             EVALUATE TRUE
                WHEN termFound = 0
                   DISPLAY "TERM NOT IN CALENDAR!"
                WHEN tmStatus(termFound) = "CLOSED"
                   DISPLAY "TERM IS ALREADY CLOSED!"
                WHEN OTHER
                   DISPLAY "CLOSING LOCKS ALL GRADES FOR THE TERM! "
                      "PROCEED (Y/N): " WITH NO ADVANCING
                   ACCEPT confirmFlag

                   IF confirmFlag = "Y" OR confirmFlag = "y"
                      MOVE tmStatus(termFound) TO oldTermStatus
                      MOVE 0 TO lockedGradeCount
                      PERFORM LOCK-TERM-GRADE VARYING gradeIndex
                         FROM 1 BY 1 UNTIL gradeIndex > gradeCount
                      PERFORM SAVE-GRADES

                      MOVE "CLOSED" TO tmStatus(termFound)
                      PERFORM SAVE-TERMS

                      MOVE newTermCode TO logSNo
                      MOVE "TRMCLS" TO logAction
                      MOVE "STATUS" TO logField
                      MOVE oldTermStatus TO logOldValue
                      MOVE "CLOSED" TO logNewValue
                      PERFORM WRITE-LOG-ENTRY

                      DISPLAY "GRADES LOCKED: " lockedGradeCount
                      DISPLAY "TERM CLOSED!"
                   ELSE
                      DISPLAY "CLOSE CANCELLED!"
                   END-IF
             END-EVALUATE.

          LOCK-TERM-GRADE.
             IF gTerm(gradeIndex) = newTermCode
                AND gLock(gradeIndex) NOT = "L"
                MOVE "L" TO gLock(gradeIndex)
                ADD 1 TO lockedGradeCount
             END-IF.

          LOAD-SECTIONS.
             MOVE 0 TO sectionCount.
             MOVE "N" TO endOfSectionFile.
             OPEN INPUT SECTION-FILE.
             IF sectionFileStatus NOT = "35"
                PERFORM READ-SECTION-RECORD
                PERFORM STORE-SECTION-RECORD UNTIL EOF-SECTION-FILE
                CLOSE SECTION-FILE
             END-IF.
             IF sectionCount = 0
                DISPLAY "WARNING: NO SECTION FILE LOADED, SECTION "
                   "CHECKING IS OFF!"
             END-IF.

          READ-SECTION-RECORD.
             READ SECTION-FILE
                AT END MOVE "Y" TO endOfSectionFile
             END-READ.

          STORE-SECTION-RECORD.
             IF sectionCount NOT < 500
                DISPLAY "SECTION TABLE FULL, REST OF SECTIONS.DAT "
                   "IGNORED!"
                MOVE "Y" TO endOfSectionFile
             ELSE
                ADD 1 TO sectionCount
                MOVE SE-TERM TO secTerm(sectionCount)
                MOVE SE-SUBJECT TO secSubject(sectionCount)
                MOVE SE-SECTION TO secCode(sectionCount)
                MOVE SE-DAYS TO secDays(sectionCount)
                MOVE SE-START TO secStart(sectionCount)
                MOVE SE-END TO secEnd(sectionCount)
                MOVE SE-ROOM TO secRoom(sectionCount)
                MOVE SE-INSTRUCTOR TO secInstructor(sectionCount)
                MOVE SE-CAP TO secCap(sectionCount)
                PERFORM READ-SECTION-RECORD
             END-IF.

          SAVE-SECTIONS.
             OPEN OUTPUT SECTION-FILE.
             PERFORM WRITE-SECTION-RECORD VARYING sectionIndex
                FROM 1 BY 1 UNTIL sectionIndex > sectionCount.
             CLOSE SECTION-FILE.

          WRITE-SECTION-RECORD.
             MOVE secTerm(sectionIndex) TO SE-TERM
             MOVE secSubject(sectionIndex) TO SE-SUBJECT
             MOVE secCode(sectionIndex) TO SE-SECTION
             MOVE secDays(sectionIndex) TO SE-DAYS
             MOVE secStart(sectionIndex) TO SE-START
             MOVE secEnd(sectionIndex) TO SE-END
             MOVE secRoom(sectionIndex) TO SE-ROOM
             MOVE secInstructor(sectionIndex) TO SE-INSTRUCTOR
             MOVE secCap(sectionIndex) TO SE-CAP
             WRITE SECTION-RECORD.

          MATCH-SECTION.
             IF secTerm(sectionIndex) = newTerm
                AND secSubject(sectionIndex) = newSubject
                AND secCode(sectionIndex) = newSection
                MOVE sectionIndex TO sectionFound
             END-IF.

          COUNT-SECTION-SEATS.
             IF eTerm(enlistIndex) = secTerm(sectionFound)
                AND eSubject(enlistIndex) = secSubject(sectionFound)
                AND eSection(enlistIndex) = secCode(sectionFound)
                ADD 1 TO seatsTaken
             END-IF.

          CHECK-SCHEDULE-CONFLICT.
             MOVE "N" TO scheduleClashFlag.
             MOVE SPACES TO clashSubject.
             MOVE secDays(sectionFound) TO cmpDays1.
             MOVE secStart(sectionFound) TO cmpStart1.
             MOVE secEnd(sectionFound) TO cmpEnd1.
             PERFORM CHECK-ENLISTED-CLASH VARYING enlistIndex
                FROM 1 BY 1 UNTIL enlistIndex > enlistCount
                OR SCHEDULE-CLASHES.

          CHECK-ENLISTED-CLASH.
             IF eSNo(enlistIndex) = inputStdNo
                AND eTerm(enlistIndex) = newTerm
                AND eSection(enlistIndex) NOT = SPACES
                MOVE 0 TO clashIndex
                PERFORM MATCH-ENLISTED-SECTION VARYING sectionIndex
                   FROM 1 BY 1 UNTIL sectionIndex > sectionCount
                IF clashIndex > 0
                   MOVE secDays(clashIndex) TO cmpDays2
                   MOVE secStart(clashIndex) TO cmpStart2
                   MOVE secEnd(clashIndex) TO cmpEnd2
                   PERFORM COMPARE-MEETING-TIMES
                   IF SCHEDULE-CLASHES
                      MOVE eSubject(enlistIndex) TO clashSubject
                   END-IF
                END-IF
             END-IF.

          MATCH-ENLISTED-SECTION.
             IF secTerm(sectionIndex) = eTerm(enlistIndex)
                AND secSubject(sectionIndex) = eSubject(enlistIndex)
                AND secCode(sectionIndex) = eSection(enlistIndex)
                MOVE sectionIndex TO clashIndex
             END-IF.

          COMPARE-MEETING-TIMES.
             MOVE "N" TO dayMatchFlag.
             PERFORM COMPARE-DAY-CODE VARYING dayIdx FROM 1 BY 1
                UNTIL dayIdx > 6
                AFTER dayIdx2 FROM 1 BY 1 UNTIL dayIdx2 > 6.
             IF DAYS-DO-OVERLAP
                AND cmpStart1 < cmpEnd2
                AND cmpStart2 < cmpEnd1
                MOVE "Y" TO scheduleClashFlag
             END-IF.

          COMPARE-DAY-CODE.
             IF cmpDays1(dayIdx:1) NOT = SPACE
                AND cmpDays1(dayIdx:1) = cmpDays2(dayIdx2:1)
                MOVE "Y" TO dayMatchFlag
             END-IF.

          SECTION-MENU.
             DISPLAY "***CLASS SECTION OFFERINGS***".
             DISPLAY "[1] ADD SECTION".
             DISPLAY "[2] EDIT SECTION".
             DISPLAY "[3] LIST SECTIONS FOR TERM".
             DISPLAY "[4] BACK TO FILE UTILITIES".
             DISPLAY "CHOICE: " WITH NO ADVANCING.
             ACCEPT sectionChoice.

             EVALUATE sectionChoice
                WHEN 1
                   PERFORM ADD-SECTION
                WHEN 2
                   PERFORM EDIT-SECTION
                WHEN 3
                   PERFORM LIST-SECTIONS
                WHEN OTHER
                   MOVE 1 TO sectionExited
             END-EVALUATE.

          ADD-SECTION.
             DISPLAY "***ADD SECTION***".

             IF sectionCount NOT < 500
                DISPLAY "SECTION FILE IS FULL!"
             ELSE
                DISPLAY "TERM (EX. 2026-1): " WITH NO ADVANCING
                ACCEPT newTerm
                DISPLAY "SUBJECT CODE: " WITH NO ADVANCING
                ACCEPT newSubject
                DISPLAY "SECTION CODE: " WITH NO ADVANCING
                ACCEPT newSection
                MOVE FUNCTION UPPER-CASE(newSection) TO newSection

                MOVE newTerm TO checkTerm
                PERFORM VALIDATE-TERM
                MOVE newSubject TO checkSubject
                PERFORM VALIDATE-SUBJECT
                MOVE 0 TO sectionFound
                PERFORM MATCH-SECTION VARYING sectionIndex
                   FROM 1 BY 1 UNTIL sectionIndex > sectionCount

                EVALUATE TRUE
                   WHEN NOT TERM-IS-VALID
                      DISPLAY "UNKNOWN TERM CODE!"
                   WHEN TERM-IS-CLOSED
                      DISPLAY "TERM IS CLOSED!"
                   WHEN NOT SUBJECT-IS-VALID
                      DISPLAY "UNKNOWN SUBJECT CODE!"
                   WHEN newSection = SPACES
                      DISPLAY "SECTION CODE IS REQUIRED!"
                   WHEN sectionFound > 0
                      DISPLAY "SECTION ALREADY OFFERED!"
                   WHEN OTHER
                      MOVE SPACES TO newSecDays
                      MOVE 0 TO newSecStart
                      MOVE 0 TO newSecEnd
                      MOVE SPACES TO newSecRoom
                      MOVE SPACES TO newSecInstructor
                      MOVE 0 TO newSecCap
                      MOVE 0 TO seatsTaken
                      MOVE 0 TO sectionIndex
                      PERFORM ACCEPT-SECTION-DETAILS
                      PERFORM VALIDATE-SECTION-DETAILS

                      IF SECTION-DETAILS-OK
                         ADD 1 TO sectionCount
                         MOVE sectionCount TO sectionFound
                         MOVE newTerm TO secTerm(sectionFound)
                         MOVE newSubject TO secSubject(sectionFound)
                         MOVE newSection TO secCode(sectionFound)
                         PERFORM MOVE-SECTION-FIELDS
                         PERFORM SAVE-SECTIONS

                         MOVE newSubject TO logSNo
                         MOVE "SECADD" TO logAction
                         MOVE newSection TO logField
                         MOVE SPACES TO logOldValue
                         MOVE newTerm TO logNewValue
                         PERFORM WRITE-LOG-ENTRY

                         DISPLAY "SECTION ADDED!"
                      END-IF
                END-EVALUATE
             END-IF.

          ACCEPT-SECTION-DETAILS.
             DISPLAY "DAYS (M T W H F S, EX. MWF): " WITH NO ADVANCING.
             ACCEPT secTextWork.
             IF secTextWork NOT = SPACES
                MOVE FUNCTION UPPER-CASE(secTextWork) TO newSecDays
             END-IF.
             DISPLAY "START TIME HHMM (EX. 0730): " WITH NO ADVANCING.
             ACCEPT secTextWork.
             IF secTextWork NOT = SPACES
                COMPUTE newSecStart = FUNCTION NUMVAL(secTextWork)
             END-IF.
             DISPLAY "END TIME HHMM (EX. 0900): " WITH NO ADVANCING.
             ACCEPT secTextWork.
             IF secTextWork NOT = SPACES
                COMPUTE newSecEnd = FUNCTION NUMVAL(secTextWork)
             END-IF.
             DISPLAY "ROOM: " WITH NO ADVANCING.
             ACCEPT secTextWork.
             IF secTextWork NOT = SPACES
                MOVE FUNCTION UPPER-CASE(secTextWork) TO newSecRoom
             END-IF.
             DISPLAY "INSTRUCTOR: " WITH NO ADVANCING.
             ACCEPT secInstructorText.
             IF secInstructorText NOT = SPACES
                MOVE FUNCTION UPPER-CASE(secInstructorText)
                   TO newSecInstructor
             END-IF.
             DISPLAY "SEAT CAP: " WITH NO ADVANCING.
             ACCEPT secTextWork.
             IF secTextWork NOT = SPACES
                COMPUTE newSecCap = FUNCTION NUMVAL(secTextWork)
             END-IF.

          VALIDATE-SECTION-DETAILS.
             MOVE "N" TO sectionDetailsFlag.
             MOVE 0 TO badDayCount.
             PERFORM CHECK-DAY-CODE VARYING dayIdx FROM 1 BY 1
                UNTIL dayIdx > 6.
             MOVE 0 TO clashIndex.
             IF newSecRoom NOT = SPACES
                MOVE newSecDays TO cmpDays1
                MOVE newSecStart TO cmpStart1
                MOVE newSecEnd TO cmpEnd1
                PERFORM CHECK-ROOM-BOOKING VARYING roomScanIndex
                   FROM 1 BY 1 UNTIL roomScanIndex > sectionCount
                   OR clashIndex > 0
             END-IF.

             EVALUATE TRUE
                WHEN newSecDays = SPACES OR badDayCount > 0
                   DISPLAY "INVALID MEETING DAYS!"
                WHEN newSecStart = 0 OR newSecEnd = 0
                   OR newSecStart > 2359 OR newSecEnd > 2359
                   DISPLAY "INVALID MEETING TIME!"
                WHEN newSecStart NOT < newSecEnd
                   DISPLAY "CLASS ENDS BEFORE IT STARTS!"
                WHEN newSecRoom = SPACES
                   DISPLAY "ROOM IS REQUIRED!"
                WHEN newSecCap = 0
                   DISPLAY "SEAT CAP IS REQUIRED!"
                WHEN newSecCap < seatsTaken
                   DISPLAY "SEAT CAP IS BELOW SEATS TAKEN ("
                      seatsTaken ")!"
                WHEN clashIndex > 0
                   DISPLAY "ROOM ALREADY BOOKED AT THAT TIME BY "
                      FUNCTION TRIM(secSubject(clashIndex)) " "
                      secCode(clashIndex) "!"
                WHEN OTHER
                   MOVE "Y" TO sectionDetailsFlag
             END-EVALUATE.

          CHECK-DAY-CODE.
             IF newSecDays(dayIdx:1) NOT = SPACE
                AND newSecDays(dayIdx:1) NOT = "M"
                AND newSecDays(dayIdx:1) NOT = "T"
                AND newSecDays(dayIdx:1) NOT = "W"
                AND newSecDays(dayIdx:1) NOT = "H"
                AND newSecDays(dayIdx:1) NOT = "F"
                AND newSecDays(dayIdx:1) NOT = "S"
                ADD 1 TO badDayCount
             END-IF.

          CHECK-ROOM-BOOKING.
             IF roomScanIndex NOT = sectionIndex
                AND secTerm(roomScanIndex) = newTerm
                AND secRoom(roomScanIndex) = newSecRoom
                MOVE secDays(roomScanIndex) TO cmpDays2
                MOVE secStart(roomScanIndex) TO cmpStart2
                MOVE secEnd(roomScanIndex) TO cmpEnd2
                MOVE "N" TO scheduleClashFlag
                PERFORM COMPARE-MEETING-TIMES
                IF SCHEDULE-CLASHES
                   MOVE roomScanIndex TO clashIndex
                END-IF
             END-IF.

          MOVE-SECTION-FIELDS.
             MOVE newSecDays TO secDays(sectionFound).
             MOVE newSecStart TO secStart(sectionFound).
             MOVE newSecEnd TO secEnd(sectionFound).
             MOVE newSecRoom TO secRoom(sectionFound).
             MOVE newSecInstructor TO secInstructor(sectionFound).
             MOVE newSecCap TO secCap(sectionFound).

          EDIT-SECTION.
             DISPLAY "***EDIT SECTION***".
             DISPLAY "TERM (EX. 2026-1): " WITH NO ADVANCING.
             ACCEPT newTerm.
             DISPLAY "SUBJECT CODE: " WITH NO ADVANCING.
             ACCEPT newSubject.
             DISPLAY "SECTION CODE: " WITH NO ADVANCING.
             ACCEPT newSection.
             MOVE FUNCTION UPPER-CASE(newSection) TO newSection.

             MOVE 0 TO sectionFound.
             PERFORM MATCH-SECTION VARYING sectionIndex
                FROM 1 BY 1 UNTIL sectionIndex > sectionCount.
             MOVE newTerm TO checkTerm.
             PERFORM VALIDATE-TERM.

             EVALUATE TRUE
                WHEN sectionFound = 0
                   DISPLAY "SECTION NOT FOUND!"
                WHEN TERM-IS-CLOSED
                   DISPLAY "TERM IS CLOSED, CANNOT BE EDITED!"
                WHEN OTHER
                   MOVE 0 TO seatsTaken
                   PERFORM COUNT-SECTION-SEATS VARYING enlistIndex
                      FROM 1 BY 1 UNTIL enlistIndex > enlistCount
                   MOVE sectionFound TO sectionIndex
                   PERFORM PRINT-SECTION-LINE
                   DISPLAY "BLANK KEEPS THE CURRENT VALUE"
                   MOVE secDays(sectionFound) TO newSecDays
                   MOVE secStart(sectionFound) TO newSecStart
                   MOVE secEnd(sectionFound) TO newSecEnd
                   MOVE secRoom(sectionFound) TO newSecRoom
                   MOVE secInstructor(sectionFound) TO newSecInstructor
                   MOVE secCap(sectionFound) TO newSecCap
                   PERFORM ACCEPT-SECTION-DETAILS
                   MOVE sectionFound TO sectionIndex
                   PERFORM VALIDATE-SECTION-DETAILS

                   IF SECTION-DETAILS-OK
                      PERFORM MOVE-SECTION-FIELDS
                      PERFORM SAVE-SECTIONS

                      MOVE newSubject TO logSNo
                      MOVE "SECEDT" TO logAction
                      MOVE newSection TO logField
                      MOVE newTerm TO logOldValue
                      MOVE newSecRoom TO logNewValue
                      PERFORM WRITE-LOG-ENTRY

                      DISPLAY "SECTION UPDATED!"
                   END-IF
             END-EVALUATE.

          LIST-SECTIONS.
             DISPLAY "***LIST SECTIONS***".
             DISPLAY "TERM (EX. 2026-1): " WITH NO ADVANCING.
             ACCEPT newTerm.

             MOVE 0 TO matchCount.
             PERFORM LIST-SECTION-ENTRY VARYING sectionIndex
                FROM 1 BY 1 UNTIL sectionIndex > sectionCount.

             IF matchCount = 0
                DISPLAY "NO SECTIONS OFFERED FOR THAT TERM!"
             ELSE
                DISPLAY "TOTAL SECTIONS: " matchCount
             END-IF.

          LIST-SECTION-ENTRY.
             IF secTerm(sectionIndex) = newTerm
                ADD 1 TO matchCount
                MOVE sectionIndex TO sectionFound
                MOVE 0 TO seatsTaken
                PERFORM COUNT-SECTION-SEATS VARYING enlistIndex
                   FROM 1 BY 1 UNTIL enlistIndex > enlistCount
                PERFORM PRINT-SECTION-LINE
             END-IF.

          PRINT-SECTION-LINE.
             DISPLAY secSubject(sectionIndex) " "
                secCode(sectionIndex) " "
                secDays(sectionIndex) " "
                secStart(sectionIndex) "-" secEnd(sectionIndex) " "
                secRoom(sectionIndex) " "
                secInstructor(sectionIndex) " "
                seatsTaken "/" secCap(sectionIndex).

          LOAD-CURRICULUM.
             MOVE 0 TO currCount.
             MOVE "N" TO endOfCurrFile.
             OPEN INPUT CURR-FILE.
             IF currFileStatus NOT = "35"
                PERFORM READ-CURR-RECORD
                PERFORM STORE-CURR-RECORD UNTIL EOF-CURR-FILE
                CLOSE CURR-FILE
             END-IF.
             IF currCount = 0
                DISPLAY "WARNING: NO CURRICULUM FILE LOADED, "
                   "DEGREE AUDIT IS OFF!"
             END-IF.

          READ-CURR-RECORD.
             READ CURR-FILE
                AT END MOVE "Y" TO endOfCurrFile
             END-READ.

          STORE-CURR-RECORD.
             IF currCount NOT < 1000
                DISPLAY "CURRICULUM TABLE FULL, REST OF "
                   "CURRIC.DAT IGNORED!"
                MOVE "Y" TO endOfCurrFile
             ELSE
                ADD 1 TO currCount
                MOVE CU-COURSE TO cuCourse(currCount)
                MOVE CU-YEAR TO cuYear(currCount)
                MOVE CU-SEM TO cuSem(currCount)
                MOVE CU-KIND TO cuKind(currCount)
                MOVE CU-SUBJECT TO cuSubject(currCount)
                MOVE CU-UNITS TO cuUnits(currCount)
                PERFORM READ-CURR-RECORD
             END-IF.

          SAVE-CURRICULUM.
             OPEN OUTPUT CURR-FILE.
             PERFORM WRITE-CURR-RECORD VARYING currIndex FROM 1 BY 1
                UNTIL currIndex > currCount.
             CLOSE CURR-FILE.

          WRITE-CURR-RECORD.
             MOVE cuCourse(currIndex) TO CU-COURSE.
             MOVE cuYear(currIndex) TO CU-YEAR.
             MOVE cuSem(currIndex) TO CU-SEM.
             MOVE cuKind(currIndex) TO CU-KIND.
             MOVE cuSubject(currIndex) TO CU-SUBJECT.
             MOVE cuUnits(currIndex) TO CU-UNITS.
             WRITE CURR-RECORD.

          CURRICULUM-MENU.
             DISPLAY "***CURRICULUM AND DEGREE AUDIT***".
             DISPLAY "[1] ADD CURRICULUM ENTRY".
             DISPLAY "[2] REMOVE CURRICULUM ENTRY".
             DISPLAY "[3] VIEW CURRICULUM OF COURSE".
             DISPLAY "[4] DEGREE AUDIT FOR STUDENT".
             DISPLAY "[5] DEGREE AUDIT FOR COURSE".
             DISPLAY "[6] BACK TO MAIN MENU".
             DISPLAY "CHOICE: " WITH NO ADVANCING.
             ACCEPT currChoice.

             EVALUATE currChoice
                WHEN 1
                   IF USER-IS-SUPERVISOR
                      PERFORM ADD-CURRICULUM-ENTRY
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 2
                   IF USER-IS-SUPERVISOR
                      PERFORM REMOVE-CURRICULUM-ENTRY
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 3
                   PERFORM VIEW-CURRICULUM
                WHEN 4
                   PERFORM STUDENT-DEGREE-AUDIT
                WHEN 5
                   PERFORM COURSE-DEGREE-AUDIT
                WHEN OTHER
                   MOVE 1 TO currExited
             END-EVALUATE.

          ADD-CURRICULUM-ENTRY.
             DISPLAY "***ADD CURRICULUM ENTRY***".

             IF currCount NOT < 1000
                DISPLAY "CURRICULUM FILE IS FULL!"
             ELSE
                DISPLAY "COURSE CODE: " WITH NO ADVANCING
                ACCEPT newCurrCourse
                DISPLAY "YEAR LEVEL (1-6): " WITH NO ADVANCING
                ACCEPT newCurrYear
                DISPLAY "SEMESTER (1-2, 3 = SUMMER): "
                   WITH NO ADVANCING
                ACCEPT newCurrSem
                DISPLAY "R = REQUIRED SUBJECT, E = ELECTIVE UNITS: "
                   WITH NO ADVANCING
                ACCEPT newCurrKind
                MOVE FUNCTION UPPER-CASE(newCurrKind) TO newCurrKind
                MOVE SPACES TO newCurrSubject
                MOVE 0 TO newCurrUnits
                IF newCurrKind = "R"
                   DISPLAY "SUBJECT CODE: " WITH NO ADVANCING
                   ACCEPT newCurrSubject
                   MOVE newCurrSubject TO checkSubject
                   PERFORM VALIDATE-SUBJECT
                ELSE
                   DISPLAY "ELECTIVE UNITS REQUIRED: "
                      WITH NO ADVANCING
                   ACCEPT newCurrUnits
                END-IF

                MOVE newCurrCourse TO checkCourse
                PERFORM VALIDATE-COURSE
                MOVE newCurrSubject TO currCheckSubject
                MOVE 0 TO currFound
                IF newCurrKind = "R"
                   PERFORM MATCH-CURR-SUBJECT VARYING currIndex
                      FROM 1 BY 1 UNTIL currIndex > currCount
                END-IF

                EVALUATE TRUE
                   WHEN NOT COURSE-IS-VALID
                      DISPLAY "UNKNOWN COURSE CODE!"
                   WHEN newCurrYear < 1 OR newCurrYear > 6
                      DISPLAY "INVALID YEAR LEVEL!"
                   WHEN newCurrSem < 1 OR newCurrSem > 3
                      DISPLAY "INVALID SEMESTER!"
                   WHEN newCurrKind NOT = "R" AND newCurrKind NOT = "E"
                      DISPLAY "INVALID ENTRY TYPE!"
                   WHEN newCurrKind = "R" AND NOT SUBJECT-IS-VALID
                      DISPLAY "UNKNOWN SUBJECT CODE!"
                   WHEN newCurrKind = "R" AND currFound > 0
                      DISPLAY "SUBJECT ALREADY IN THAT CURRICULUM!"
                   WHEN newCurrKind = "E" AND newCurrUnits = 0
                      DISPLAY "ELECTIVE UNITS MUST BE GREATER THAN "
                         "ZERO!"
                   WHEN OTHER
                      ADD 1 TO currCount
                      MOVE newCurrCourse TO cuCourse(currCount)
                      MOVE newCurrYear TO cuYear(currCount)
                      MOVE newCurrSem TO cuSem(currCount)
                      MOVE newCurrKind TO cuKind(currCount)
                      MOVE newCurrSubject TO cuSubject(currCount)
                      MOVE newCurrUnits TO cuUnits(currCount)
                      PERFORM SAVE-CURRICULUM

                      MOVE newCurrCourse TO logSNo
                      MOVE "CURADD" TO logAction
                      MOVE "CURRICULUM" TO logField
                      MOVE SPACES TO logOldValue
                      PERFORM SET-CURR-LOG-VALUE
                      MOVE currLogValue TO logNewValue
                      PERFORM WRITE-LOG-ENTRY

                      DISPLAY "CURRICULUM ENTRY ADDED!"
                END-EVALUATE
             END-IF.

          MATCH-CURR-SUBJECT.
             IF cuCourse(currIndex) = newCurrCourse
                AND cuKind(currIndex) = "R"
                AND cuSubject(currIndex) = currCheckSubject
                MOVE currIndex TO currFound
             END-IF.

          SET-CURR-LOG-VALUE.
             MOVE SPACES TO currLogValue.
             IF newCurrKind = "R"
                STRING
                   "Y" DELIMITED BY SIZE
                   newCurrYear DELIMITED BY SIZE
                   " S" DELIMITED BY SIZE
                   newCurrSem DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   newCurrSubject DELIMITED BY SPACE
                   INTO currLogValue
                END-STRING
             ELSE
                STRING
                   "Y" DELIMITED BY SIZE
                   newCurrYear DELIMITED BY SIZE
                   " S" DELIMITED BY SIZE
                   newCurrSem DELIMITED BY SIZE
                   " ELECTIVE " DELIMITED BY SIZE
                   newCurrUnits DELIMITED BY SIZE
                   INTO currLogValue
                END-STRING
             END-IF.

          REMOVE-CURRICULUM-ENTRY.
             DISPLAY "***REMOVE CURRICULUM ENTRY***".
             DISPLAY "COURSE CODE: " WITH NO ADVANCING.
             ACCEPT newCurrCourse.
             DISPLAY "YEAR LEVEL (1-6): " WITH NO ADVANCING.
             ACCEPT newCurrYear.
             DISPLAY "SEMESTER (1-2, 3 = SUMMER): " WITH NO ADVANCING.
             ACCEPT newCurrSem.
             DISPLAY "SUBJECT CODE (BLANK FOR ELECTIVE UNITS): "
                WITH NO ADVANCING.
             ACCEPT newCurrSubject.

             MOVE 0 TO currFound.
             PERFORM MATCH-CURR-SLOT VARYING currIndex
                FROM 1 BY 1 UNTIL currIndex > currCount.

             IF currFound = 0
                DISPLAY "CURRICULUM ENTRY NOT FOUND!"
             ELSE
                MOVE cuKind(currFound) TO newCurrKind
                MOVE cuUnits(currFound) TO newCurrUnits
                DISPLAY "REMOVE THIS ENTRY (Y/N)? " WITH NO ADVANCING
                ACCEPT confirmFlag
                IF confirmFlag = "Y" OR confirmFlag = "y"
                   PERFORM SHIFT-CURR-ENTRY VARYING currIndex
                      FROM currFound BY 1
                      UNTIL currIndex > currCount - 1
                   SUBTRACT 1 FROM currCount
                   PERFORM SAVE-CURRICULUM

                   MOVE newCurrCourse TO logSNo
                   MOVE "CURDEL" TO logAction
                   MOVE "CURRICULUM" TO logField
                   PERFORM SET-CURR-LOG-VALUE
                   MOVE currLogValue TO logOldValue
                   MOVE SPACES TO logNewValue
                   PERFORM WRITE-LOG-ENTRY

                   DISPLAY "CURRICULUM ENTRY REMOVED!"
                ELSE
                   DISPLAY "REMOVE CANCELLED!"
                END-IF
             END-IF.

          MATCH-CURR-SLOT.
             IF cuCourse(currIndex) = newCurrCourse
                AND cuYear(currIndex) = newCurrYear
                AND cuSem(currIndex) = newCurrSem
                AND cuSubject(currIndex) = newCurrSubject
                MOVE currIndex TO currFound
             END-IF.

          SHIFT-CURR-ENTRY.
             MOVE curr-info(currIndex + 1) TO curr-info(currIndex).

          VIEW-CURRICULUM.
             DISPLAY "***VIEW CURRICULUM***".
             DISPLAY "COURSE CODE: " WITH NO ADVANCING.
             ACCEPT newCurrCourse.

             MOVE 0 TO currListCount.
             MOVE 0 TO auditElecRequired.
             DISPLAY "YR SEM SUBJECT    TITLE"
                "                     UNITS".
             PERFORM VIEW-CURRICULUM-TERM VARYING auditYear
                FROM 1 BY 1 UNTIL auditYear > 6
                AFTER auditSem FROM 1 BY 1 UNTIL auditSem > 3.

             IF currListCount = 0
                DISPLAY "NO CURRICULUM ON FILE FOR THAT COURSE!"
             ELSE
                DISPLAY "CURRICULUM ENTRIES: " currListCount
                DISPLAY "ELECTIVE UNITS REQUIRED: " auditElecRequired
             END-IF.

          VIEW-CURRICULUM-TERM.
             PERFORM VIEW-CURRICULUM-LINE VARYING currIndex
                FROM 1 BY 1 UNTIL currIndex > currCount.

          VIEW-CURRICULUM-LINE.
             IF cuCourse(currIndex) = newCurrCourse
                AND cuYear(currIndex) = auditYear
                AND cuSem(currIndex) = auditSem
                ADD 1 TO currListCount
                IF cuKind(currIndex) = "R"
                   MOVE cuSubject(currIndex) TO checkSubject
                   PERFORM VALIDATE-SUBJECT
                   IF subjCatFound > 0
                      DISPLAY cuYear(currIndex) "   " cuSem(currIndex)
                         "  " cuSubject(currIndex) " "
                         sjTitle(subjCatFound)(1:25) " "
                         sjUnits(subjCatFound)
                   ELSE
                      DISPLAY cuYear(currIndex) "   " cuSem(currIndex)
                         "  " cuSubject(currIndex)
                   END-IF
                ELSE
                   ADD cuUnits(currIndex) TO auditElecRequired
                   DISPLAY cuYear(currIndex) "   " cuSem(currIndex)
                      "  ELECTIVE UNITS" elecViewPad cuUnits(currIndex)
                END-IF
             END-IF.

          STUDENT-DEGREE-AUDIT.
             DISPLAY "***DEGREE AUDIT***".
             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
             ACCEPT inputStdNo.

             PERFORM FIND-DOCUMENT-STUDENT.

             IF NOT DOC-STUDENT-FOUND
                DISPLAY "STUDENT NOT FOUND!"
             ELSE
                MOVE docCourse TO auditCourse
                PERFORM COMPUTE-DEGREE-AUDIT
                IF auditReqTotal = 0 AND auditElecRequired = 0
                   DISPLAY "NO CURRICULUM ON FILE FOR COURSE "
                      FUNCTION TRIM(auditCourse) "!"
                ELSE
                   PERFORM WRITE-DEGREE-AUDIT
                   DISPLAY "REQUIRED SUBJECTS: " auditReqTotal
                      " PASSED: " auditReqPassed
                      " IN PROGRESS: " auditReqInProgress
                      " MISSING: " auditReqMissing
                   DISPLAY "ELECTIVE UNITS REQUIRED: "
                      auditElecRequired " EARNED: " auditElecEarned
                   IF AUDIT-IS-CLEAN
                      DISPLAY "AUDIT RESULT: CLEAN"
                   ELSE
                      DISPLAY "AUDIT RESULT: NOT CLEAN"
                   END-IF
                   DISPLAY "AUDIT WRITTEN TO DEGAUDIT.TXT!"
                END-IF
             END-IF.

          COMPUTE-DEGREE-AUDIT.
             MOVE 0 TO auditReqTotal.
             MOVE 0 TO auditReqPassed.
             MOVE 0 TO auditReqInProgress.
             MOVE 0 TO auditReqMissing.
             MOVE 0 TO auditElecRequired.
             MOVE 0 TO auditElecEarned.
             MOVE 0 TO auditElecInProgress.
             MOVE "N" TO auditCleanFlag.

             PERFORM AUDIT-CURRICULUM-ENTRY VARYING currIndex
                FROM 1 BY 1 UNTIL currIndex > currCount.
             PERFORM AUDIT-ELECTIVE-GRADE VARYING gradeIndex
                FROM 1 BY 1 UNTIL gradeIndex > gradeCount.
             PERFORM AUDIT-ELECTIVE-ENLIST VARYING enlistIndex
                FROM 1 BY 1 UNTIL enlistIndex > enlistCount.

             IF (auditReqTotal > 0 OR auditElecRequired > 0)
                AND auditReqPassed = auditReqTotal
                AND auditElecEarned NOT < auditElecRequired
                MOVE "Y" TO auditCleanFlag
             END-IF.

          AUDIT-CURRICULUM-ENTRY.
             IF cuCourse(currIndex) = auditCourse
                IF cuKind(currIndex) = "R"
                   ADD 1 TO auditReqTotal
                   MOVE cuSubject(currIndex) TO auditSubject
                   PERFORM CHECK-REQUIRED-SUBJECT
                   EVALUATE TRUE
                      WHEN auditStatus = "PASSED"
                         ADD 1 TO auditReqPassed
                      WHEN auditStatus = "MISSING"
                         ADD 1 TO auditReqMissing
                      WHEN OTHER
                         ADD 1 TO auditReqInProgress
                   END-EVALUATE
                ELSE
                   ADD cuUnits(currIndex) TO auditElecRequired
                END-IF
             END-IF.

          CHECK-REQUIRED-SUBJECT.
             MOVE "MISSING" TO auditStatus.
             MOVE SPACES TO auditTerm.
             MOVE 0 TO auditGrade.
             PERFORM MATCH-AUDIT-GRADE VARYING gradeIndex
                FROM 1 BY 1 UNTIL gradeIndex > gradeCount.
             IF auditStatus NOT = "PASSED"
                PERFORM MATCH-AUDIT-ENLIST VARYING enlistIndex
                   FROM 1 BY 1 UNTIL enlistIndex > enlistCount
             END-IF.

          MATCH-AUDIT-GRADE.
             IF gSNo(gradeIndex) = inputStdNo
                AND gSubject(gradeIndex) = auditSubject
                EVALUATE TRUE
                   WHEN gRemark(gradeIndex) = SPACES
                      AND gGrade(gradeIndex) > 0
                      AND gGrade(gradeIndex) NOT > 3.00
                      MOVE "PASSED" TO auditStatus
                      MOVE gTerm(gradeIndex) TO auditTerm
                      MOVE gGrade(gradeIndex) TO auditGrade
                   WHEN gRemark(gradeIndex) = "INC"
                      AND auditStatus NOT = "PASSED"
                      MOVE "INC" TO auditStatus
                      MOVE gTerm(gradeIndex) TO auditTerm
                END-EVALUATE
             END-IF.

          MATCH-AUDIT-ENLIST.
             IF eSNo(enlistIndex) = inputStdNo
                AND eSubject(enlistIndex) = auditSubject
                MOVE eTerm(enlistIndex) TO auditEnlistTerm
                PERFORM CHECK-ENLIST-GRADED
                IF NOT ENLISTMENT-IS-GRADED
                   MOVE "IN PROGRESS" TO auditStatus
                   MOVE eTerm(enlistIndex) TO auditTerm
                END-IF
             END-IF.

          CHECK-ENLIST-GRADED.
             MOVE "N" TO enlistGradedFlag.
             PERFORM MATCH-ENLIST-GRADE VARYING auditGradeIdx
                FROM 1 BY 1 UNTIL auditGradeIdx > gradeCount.

          MATCH-ENLIST-GRADE.
             IF gSNo(auditGradeIdx) = inputStdNo
                AND gTerm(auditGradeIdx) = auditEnlistTerm
                AND gSubject(auditGradeIdx) = eSubject(enlistIndex)
                MOVE "Y" TO enlistGradedFlag
             END-IF.

          CHECK-CURR-REQUIRED.
             MOVE 0 TO currFound.
             PERFORM MATCH-CURR-REQUIRED VARYING currScanIdx
                FROM 1 BY 1 UNTIL currScanIdx > currCount.

          MATCH-CURR-REQUIRED.
             IF cuCourse(currScanIdx) = auditCourse
                AND cuKind(currScanIdx) = "R"
                AND cuSubject(currScanIdx) = auditSubject
                MOVE currScanIdx TO currFound
             END-IF.

          AUDIT-ELECTIVE-GRADE.
             IF gSNo(gradeIndex) = inputStdNo
                AND gRemark(gradeIndex) = SPACES
                AND gGrade(gradeIndex) > 0
                AND gGrade(gradeIndex) NOT > 3.00
                MOVE gSubject(gradeIndex) TO auditSubject
                PERFORM CHECK-CURR-REQUIRED
                IF currFound = 0
                   ADD gUnits(gradeIndex) TO auditElecEarned
                END-IF
             END-IF.

          AUDIT-ELECTIVE-ENLIST.
             IF eSNo(enlistIndex) = inputStdNo
                MOVE eSubject(enlistIndex) TO auditSubject
                MOVE eTerm(enlistIndex) TO auditEnlistTerm
                PERFORM CHECK-CURR-REQUIRED
                IF currFound = 0
                   PERFORM CHECK-ENLIST-GRADED
                   IF NOT ENLISTMENT-IS-GRADED
                      MOVE eSubject(enlistIndex) TO checkSubject
                      PERFORM VALIDATE-SUBJECT
                      IF subjCatFound > 0
                         ADD sjUnits(subjCatFound)
                            TO auditElecInProgress
                      END-IF
                   END-IF
                END-IF
             END-IF.

          WRITE-DEGREE-AUDIT.
             ACCEPT reportDate FROM DATE.
             OPEN OUTPUT AUDIT-FILE.
             MOVE "========================================"
                TO AUDIT-LINE.
             WRITE AUDIT-LINE.
             MOVE "            DEGREE AUDIT" TO AUDIT-LINE.
             WRITE AUDIT-LINE.
             MOVE "========================================"
                TO AUDIT-LINE.
             WRITE AUDIT-LINE.
             MOVE SPACES TO AUDIT-LINE.
             STRING
                "NAME: " DELIMITED BY SIZE
                FUNCTION TRIM(docName) DELIMITED BY SIZE
                INTO AUDIT-LINE
             END-STRING.
             WRITE AUDIT-LINE.
             MOVE SPACES TO AUDIT-LINE.
             STRING
                "STUDENT NUMBER: " DELIMITED BY SIZE
                FUNCTION TRIM(inputStdNo) DELIMITED BY SIZE
                INTO AUDIT-LINE
             END-STRING.
             WRITE AUDIT-LINE.
             MOVE SPACES TO AUDIT-LINE.
             STRING
                "COURSE: " DELIMITED BY SIZE
                FUNCTION TRIM(auditCourse) DELIMITED BY SIZE
                "      DATE PRINTED: " DELIMITED BY SIZE
                reportDate DELIMITED BY SIZE
                INTO AUDIT-LINE
             END-STRING.
             WRITE AUDIT-LINE.
             MOVE SPACES TO AUDIT-LINE.
             WRITE AUDIT-LINE.
             MOVE auditHeading TO AUDIT-LINE.
             WRITE AUDIT-LINE.
             MOVE "----------------------------------------"
                TO AUDIT-LINE.
             WRITE AUDIT-LINE.

             PERFORM WRITE-AUDIT-TERM VARYING auditYear
                FROM 1 BY 1 UNTIL auditYear > 6
                AFTER auditSem FROM 1 BY 1 UNTIL auditSem > 3.

             MOVE "----------------------------------------"
                TO AUDIT-LINE.
             WRITE AUDIT-LINE.
             MOVE SPACES TO AUDIT-LINE.
             STRING
                "REQUIRED SUBJECTS: " DELIMITED BY SIZE
                auditReqTotal DELIMITED BY SIZE
                "  PASSED: " DELIMITED BY SIZE
                auditReqPassed DELIMITED BY SIZE
                "  IN PROGRESS: " DELIMITED BY SIZE
                auditReqInProgress DELIMITED BY SIZE
                "  MISSING: " DELIMITED BY SIZE
                auditReqMissing DELIMITED BY SIZE
                INTO AUDIT-LINE
             END-STRING.
             WRITE AUDIT-LINE.
             MOVE SPACES TO AUDIT-LINE.
             STRING
                "ELECTIVE UNITS REQUIRED: " DELIMITED BY SIZE
                auditElecRequired DELIMITED BY SIZE
                "  EARNED: " DELIMITED BY SIZE
                auditElecEarned DELIMITED BY SIZE
                "  IN PROGRESS: " DELIMITED BY SIZE
                auditElecInProgress DELIMITED BY SIZE
                INTO AUDIT-LINE
             END-STRING.
             WRITE AUDIT-LINE.
             MOVE SPACES TO AUDIT-LINE.
             IF AUDIT-IS-CLEAN
                MOVE "AUDIT RESULT: CLEAN" TO AUDIT-LINE
             ELSE
                MOVE "AUDIT RESULT: NOT CLEAN" TO AUDIT-LINE
             END-IF.
             WRITE AUDIT-LINE.
             CLOSE AUDIT-FILE.

          WRITE-AUDIT-TERM.
             PERFORM WRITE-AUDIT-LINE VARYING currIndex
                FROM 1 BY 1 UNTIL currIndex > currCount.

          WRITE-AUDIT-LINE.
             IF cuCourse(currIndex) = auditCourse
                AND cuYear(currIndex) = auditYear
                AND cuSem(currIndex) = auditSem
                MOVE SPACES TO auditDetail
                MOVE cuYear(currIndex) TO adYear
                MOVE cuSem(currIndex) TO adSem
                IF cuKind(currIndex) = "R"
                   MOVE cuSubject(currIndex) TO auditSubject
                   PERFORM CHECK-REQUIRED-SUBJECT
                   MOVE auditSubject TO adSubject
                   MOVE auditSubject TO checkSubject
                   PERFORM VALIDATE-SUBJECT
                   IF subjCatFound > 0
                      MOVE sjTitle(subjCatFound) TO adTitle
                      MOVE sjUnits(subjCatFound) TO adUnits
                   END-IF
                   MOVE auditStatus TO adStatus
                   MOVE auditTerm TO adTerm
                   IF auditStatus = "PASSED"
                      MOVE auditGrade TO gpaDisplay
                      MOVE gpaDisplay TO adGrade
                   END-IF
                ELSE
                   MOVE "ELECTIVE" TO adSubject
                   MOVE "ELECTIVE UNITS" TO adTitle
                   MOVE cuUnits(currIndex) TO adUnits
                   MOVE "SEE TOTAL" TO adStatus
                END-IF
                MOVE auditDetail TO AUDIT-LINE
                WRITE AUDIT-LINE
             END-IF.

          COURSE-DEGREE-AUDIT.
             DISPLAY "***DEGREE AUDIT FOR COURSE***".
             DISPLAY "COURSE CODE: " WITH NO ADVANCING.
             ACCEPT auditCourse.

             MOVE 0 TO auditStudentCount.
             MOVE 0 TO auditCleanCount.
             ACCEPT reportDate FROM DATE.
             OPEN OUTPUT AUDIT-FILE.
             MOVE SPACES TO AUDIT-LINE.
             STRING
                "DEGREE AUDIT SUMMARY - COURSE " DELIMITED BY SIZE
                FUNCTION TRIM(auditCourse) DELIMITED BY SIZE
                "  DATE: " DELIMITED BY SIZE
                reportDate DELIMITED BY SIZE
                INTO AUDIT-LINE
             END-STRING.
             WRITE AUDIT-LINE.
             MOVE SPACES TO AUDIT-LINE.
             WRITE AUDIT-LINE.
             MOVE auditSumHeading TO AUDIT-LINE.
             WRITE AUDIT-LINE.
             MOVE "----------------------------------------"
                TO AUDIT-LINE.
             WRITE AUDIT-LINE.

             PERFORM COURSE-AUDIT-ENTRY VARYING IT
                FROM 1 BY 1 UNTIL IT > studentCount.

             MOVE "----------------------------------------"
                TO AUDIT-LINE.
             WRITE AUDIT-LINE.
             MOVE SPACES TO AUDIT-LINE.
             STRING
                "STUDENTS AUDITED: " DELIMITED BY SIZE
                auditStudentCount DELIMITED BY SIZE
                "  CLEAN: " DELIMITED BY SIZE
                auditCleanCount DELIMITED BY SIZE
                INTO AUDIT-LINE
             END-STRING.
             WRITE AUDIT-LINE.
             CLOSE AUDIT-FILE.

             IF auditStudentCount = 0
                DISPLAY "NO STUDENTS ENROLLED IN THAT COURSE!"
             ELSE
                DISPLAY "STUDENTS AUDITED: " auditStudentCount
                   " CLEAN: " auditCleanCount
                DISPLAY "SUMMARY WRITTEN TO DEGAUDIT.TXT!"
             END-IF.

          COURSE-AUDIT-ENTRY.
             IF course(IT) = auditCourse
                ADD 1 TO auditStudentCount
                MOVE sNo(IT) TO inputStdNo
                PERFORM COMPUTE-DEGREE-AUDIT
                MOVE sNo(IT) TO dsSNo
                MOVE fullname(IT) TO dsName
                MOVE auditReqPassed TO dsPassed
                MOVE auditReqTotal TO dsTotal
                MOVE auditReqInProgress TO dsInProgress
                MOVE auditReqMissing TO dsMissing
                MOVE auditElecEarned TO dsElecEarned
                MOVE auditElecRequired TO dsElecRequired
                IF AUDIT-IS-CLEAN
                   MOVE "CLEAN" TO dsResult
                   ADD 1 TO auditCleanCount
                ELSE
                   MOVE "NOT CLEAN" TO dsResult
                END-IF
                MOVE auditSumDetail TO AUDIT-LINE
                WRITE AUDIT-LINE
             END-IF.

          LOAD-SUBJECTS.
             MOVE 0 TO subjCatCount.
             MOVE "N" TO endOfSubjectFile.
             OPEN INPUT SUBJECT-FILE.
             IF subjectFileStatus NOT = "35"
                PERFORM READ-SUBJECT-RECORD
                PERFORM STORE-SUBJECT-RECORD UNTIL EOF-SUBJECT-FILE
                CLOSE SUBJECT-FILE
             END-IF.
             IF subjCatCount = 0
                DISPLAY "WARNING: NO SUBJECT CATALOG LOADED, "
                   "SUBJECT VALIDATION IS OFF!"
             END-IF.

          READ-SUBJECT-RECORD.
             READ SUBJECT-FILE
                AT END MOVE "Y" TO endOfSubjectFile
             END-READ.

          STORE-SUBJECT-RECORD.
             IF subjCatCount NOT < 200
                DISPLAY "SUBJECT CATALOG TABLE FULL, REST OF "
                   "SUBJECTS.DAT IGNORED!"
                MOVE "Y" TO endOfSubjectFile
             ELSE
                ADD 1 TO subjCatCount
                MOVE SJ-CODE TO sjCode(subjCatCount)
                MOVE SJ-TITLE TO sjTitle(subjCatCount)
                MOVE SJ-UNITS TO sjUnits(subjCatCount)
                MOVE SJ-PREREQ TO sjPrereq(subjCatCount)
                PERFORM READ-SUBJECT-RECORD
             END-IF.

          VALIDATE-SUBJECT.
             MOVE "N" TO subjectValidFlag.
             MOVE 0 TO subjCatFound.
             IF subjCatCount = 0
                MOVE "Y" TO subjectValidFlag
             ELSE
                PERFORM MATCH-SUBJECT-CODE VARYING subjCatIndex
                   FROM 1 BY 1 UNTIL subjCatIndex > subjCatCount
                IF subjCatFound > 0
                   MOVE "Y" TO subjectValidFlag
                END-IF
             END-IF.

          MATCH-SUBJECT-CODE.
             IF checkSubject = sjCode(subjCatIndex)
                MOVE subjCatIndex TO subjCatFound
             END-IF.

          CHECK-PREREQUISITE.
             MOVE "N" TO prereqPassFlag.
             IF subjCatFound = 0
                OR sjPrereq(subjCatFound) = SPACES
                MOVE "Y" TO prereqPassFlag
             ELSE
                PERFORM MATCH-PREREQ-GRADE VARYING prereqScanIndex
                   FROM 1 BY 1 UNTIL prereqScanIndex > gradeCount
             END-IF.

          MATCH-PREREQ-GRADE.
             IF gSNo(prereqScanIndex) = inputStdNo
                AND gSubject(prereqScanIndex) = sjPrereq(subjCatFound)
                AND gRemark(prereqScanIndex) = SPACES
                AND gGrade(prereqScanIndex) > 0
                AND gGrade(prereqScanIndex) NOT > 3.00
                MOVE "Y" TO prereqPassFlag
             END-IF.

          ROTATE-BACKUPS.
             PERFORM COPY-BKP2-TO-BKP3.
             PERFORM COPY-BKP1-TO-BKP2.
             PERFORM COPY-MASTER-TO-BKP1.

          COPY-BKP2-TO-BKP3.
             MOVE "N" TO endOfBackupFile.
             OPEN INPUT BACKUP2-FILE.
             IF bkp2FileStatus NOT = "35"
                OPEN OUTPUT BACKUP3-FILE
                PERFORM READ-BKP2-RECORD
                PERFORM COPY-B2-RECORD UNTIL EOF-BACKUP-FILE
                CLOSE BACKUP3-FILE
                CLOSE BACKUP2-FILE
             END-IF.

          READ-BKP2-RECORD.
             READ BACKUP2-FILE
                AT END MOVE "Y" TO endOfBackupFile
             END-READ.

          COPY-B2-RECORD.
             MOVE B2-RECORD TO B3-RECORD
             WRITE B3-RECORD
             PERFORM READ-BKP2-RECORD.

          COPY-BKP1-TO-BKP2.
             MOVE "N" TO endOfBackupFile.
             OPEN INPUT BACKUP1-FILE.
             IF bkp1FileStatus NOT = "35"
                OPEN OUTPUT BACKUP2-FILE
                PERFORM READ-BKP1-RECORD
                PERFORM COPY-B1-RECORD UNTIL EOF-BACKUP-FILE
                CLOSE BACKUP2-FILE
                CLOSE BACKUP1-FILE
             END-IF.

          READ-BKP1-RECORD.
             READ BACKUP1-FILE
                AT END MOVE "Y" TO endOfBackupFile
             END-READ.

          COPY-B1-RECORD.
             MOVE B1-RECORD TO B2-RECORD
             WRITE B2-RECORD
             PERFORM READ-BKP1-RECORD.

          COPY-MASTER-TO-BKP1.
             MOVE "N" TO endOfStudentFile.
             OPEN INPUT STUDENT-FILE.
             IF studentFileStatus NOT = "35"
                OPEN OUTPUT BACKUP1-FILE
                PERFORM READ-STUDENT-RECORD
                PERFORM WRITE-BACKUP-LOG
             END-IF.

          COPY-MASTER-RECORD.
             MOVE STUDENT-RECORD TO B1-RECORD
             WRITE B1-RECORD
             PERFORM READ-STUDENT-RECORD.

          WRITE-BACKUP-LOG.
             ACCEPT logDate FROM DATE.
             ACCEPT logTime FROM TIME.
             MOVE SPACES TO BACKUP-LOG-RECORD.
             MOVE logDate TO BK-DATE.
             MOVE logTime TO BK-TIME.
             MOVE "MASTER BACKED UP TO GEN 1" TO BK-NOTE.

             OPEN EXTEND BACKUP-LOG-FILE.
             IF backupLogStatus = "35"
                OPEN OUTPUT BACKUP-LOG-FILE
             END-IF.
             WRITE BACKUP-LOG-RECORD.
             CLOSE BACKUP-LOG-FILE.

          UTILITIES-MENU.
             DISPLAY "***FILE UTILITIES***".
             DISPLAY "[1] RESTORE MASTER FROM BACKUP".
             DISPLAY "[2] RECONCILE MASTER AGAINST AUDIT LOG".
             DISPLAY "[3] ARCHIVE AUDIT LOG".
             DISPLAY "[4] COURSE CATALOG MAINTENANCE".
             DISPLAY "[5] TERM CALENDAR MAINTENANCE".
             DISPLAY "[6] CLASS SECTION OFFERINGS".
             DISPLAY "[7] LAPSE INCOMPLETE GRADES".
             DISPLAY "[8] CROSS-FILE INTEGRITY CHECK".
             DISPLAY "[9] BACK TO MAIN MENU".
             DISPLAY "CHOICE: " WITH NO ADVANCING.
             ACCEPT utilChoice.

             EVALUATE utilChoice
                WHEN 1
                   IF USER-IS-SUPERVISOR
                      PERFORM RESTORE-FROM-BACKUP
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 2
                   PERFORM RECONCILE-RUN
                WHEN 3
                   IF USER-IS-SUPERVISOR
                      PERFORM ARCHIVE-AUDIT-LOG
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 4
                   IF USER-IS-SUPERVISOR
                      MOVE 0 TO catalogExited
                      PERFORM CATALOG-MENU UNTIL catalogExited = 1
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 5
                   IF USER-IS-SUPERVISOR
                      MOVE 0 TO termExited
                      PERFORM TERM-MENU UNTIL termExited = 1
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 6
                   IF USER-IS-SUPERVISOR
                      MOVE 0 TO sectionExited
                      PERFORM SECTION-MENU UNTIL sectionExited = 1
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 7
                   IF USER-IS-SUPERVISOR
                      PERFORM INC-LAPSE-RUN
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 8
                   IF USER-IS-SUPERVISOR
                      PERFORM INTEGRITY-CHECK-RUN
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN OTHER
                   MOVE 1 TO utilExited
             END-EVALUATE.

          INC-LAPSE-RUN.
             DISPLAY "***LAPSE INCOMPLETE GRADES***".
             ACCEPT termToday FROM DATE.
             ACCEPT reportDate FROM DATE.

             MOVE 0 TO batchReadCount.
             MOVE 0 TO batchSkipCount.
             MOVE 0 TO batchAddCount.
             MOVE 0 TO batchEditCount.
             MOVE 0 TO batchDeleteCount.
             MOVE 0 TO batchRejectCount.

             OPEN OUTPUT LAPSE-FILE.
             MOVE "========================================"
                TO LAPSE-LINE.
             WRITE LAPSE-LINE.
             MOVE "   LAPSED INCOMPLETE GRADES (DEANS' COPY)"
                TO LAPSE-LINE.
             WRITE LAPSE-LINE.
             MOVE "========================================"
                TO LAPSE-LINE.
             WRITE LAPSE-LINE.
             MOVE SPACES TO LAPSE-LINE.
             STRING
                "RUN DATE: " DELIMITED BY SIZE
                reportDate DELIMITED BY SIZE
                INTO LAPSE-LINE
             END-STRING.
             WRITE LAPSE-LINE.
             MOVE SPACES TO LAPSE-LINE.
             WRITE LAPSE-LINE.
             MOVE lapseHeading TO LAPSE-LINE.
             WRITE LAPSE-LINE.
             MOVE "----------------------------------------"
                TO LAPSE-LINE.
             WRITE LAPSE-LINE.

             PERFORM LAPSE-GRADE-ENTRY VARYING gradeIndex
                FROM 1 BY 1 UNTIL gradeIndex > gradeCount.

             MOVE "----------------------------------------"
                TO LAPSE-LINE.
             WRITE LAPSE-LINE.
             MOVE SPACES TO LAPSE-LINE.
             STRING
                "GRADES LAPSED TO 5.00: " DELIMITED BY SIZE
                batchEditCount DELIMITED BY SIZE
                INTO LAPSE-LINE
             END-STRING.
             WRITE LAPSE-LINE.
             CLOSE LAPSE-FILE.

             IF batchEditCount > 0
                PERFORM SAVE-GRADES
             END-IF.
             DISPLAY "GRADES LAPSED: " batchEditCount.
             DISPLAY "LIST WRITTEN TO INCLAPSE.TXT!".
             PERFORM WRITE-RUN-CONTROL.

          LAPSE-GRADE-ENTRY.
             IF gRemark(gradeIndex) = "INC"
                ADD 1 TO batchReadCount
                MOVE gTerm(gradeIndex) TO checkTerm
                PERFORM VALIDATE-TERM
                IF termFound = 0
                   DISPLAY "TERM NOT ON CALENDAR, INC NOT LAPSED: "
                      FUNCTION TRIM(gSNo(gradeIndex)) " "
                      FUNCTION TRIM(gTerm(gradeIndex)) " "
                      gSubject(gradeIndex)
                   ADD 1 TO batchRejectCount
                ELSE
                   COMPUTE incDeadline =
                      tmGradeDeadline(termFound) + 10000
                   IF termToday NOT > incDeadline
                      ADD 1 TO batchSkipCount
                   ELSE
                      PERFORM LAPSE-INCOMPLETE-GRADE
                   END-IF
                END-IF
             END-IF.

          LAPSE-INCOMPLETE-GRADE.
             MOVE 5.00 TO gGrade(gradeIndex).
             MOVE SPACES TO gRemark(gradeIndex).
             ADD 1 TO batchEditCount.

             MOVE gSNo(gradeIndex) TO inputStdNo.
             PERFORM FIND-DOCUMENT-STUDENT.
             IF NOT DOC-STUDENT-FOUND
                MOVE "*** NOT ON FILE ***" TO docName
             END-IF.
             MOVE SPACES TO lapseDetail.
             MOVE gSNo(gradeIndex) TO lpSNo.
             MOVE docName TO lpName.
             MOVE gTerm(gradeIndex) TO lpTerm.
             MOVE gSubject(gradeIndex) TO lpSubject.
             MOVE gUnits(gradeIndex) TO lpUnits.
             MOVE incDeadline TO lpDeadline.
             MOVE lapseDetail TO LAPSE-LINE.
             WRITE LAPSE-LINE.

             MOVE gSNo(gradeIndex) TO logSNo.
             MOVE "INCLPS" TO logAction.
             MOVE gSubject(gradeIndex) TO logField.
             MOVE "INC" TO logOldValue.
             MOVE "5.00" TO logNewValue.
             PERFORM WRITE-LOG-ENTRY.

          INTEGRITY-CHECK-RUN.
             DISPLAY "***CROSS-FILE INTEGRITY CHECK***".

             MOVE 0 TO integrityTotal.
             PERFORM CLEAR-INTEGRITY-COUNT VARYING integrityCat
                FROM 1 BY 1 UNTIL integrityCat > 13.

             ACCEPT logDate FROM DATE.
             ACCEPT logTime FROM TIME.
             OPEN OUTPUT INTEG-FILE.
             MOVE SPACES TO INTEG-LINE.
             STRING
                "INTEGRITY CHECK RUN " DELIMITED BY SIZE
                logDate DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                logTime DELIMITED BY SIZE
                INTO INTEG-LINE
             END-STRING.
             WRITE INTEG-LINE.
             MOVE SPACES TO INTEG-LINE.
             WRITE INTEG-LINE.

             PERFORM CHECK-GRADE-INTEGRITY VARYING gradeIndex
                FROM 1 BY 1 UNTIL gradeIndex > gradeCount.
             PERFORM CHECK-ENROLL-INTEGRITY VARYING integrityIdx
                FROM 1 BY 1 UNTIL integrityIdx > enlistCount.
             PERFORM CHECK-ATTEND-INTEGRITY VARYING attendIndex
                FROM 1 BY 1 UNTIL attendIndex > attendCount.
             PERFORM CHECK-ASSESS-INTEGRITY VARYING assessIndex
                FROM 1 BY 1 UNTIL assessIndex > assessCount.
             PERFORM CHECK-PAYMENT-INTEGRITY VARYING integrityIdx
                FROM 1 BY 1 UNTIL integrityIdx > payCount.
             PERFORM CHECK-CONTACT-INTEGRITY VARYING integrityIdx
                FROM 1 BY 1 UNTIL integrityIdx > contactCount.
             PERFORM CHECK-WAITLIST-INTEGRITY VARYING waitIndex
                FROM 1 BY 1 UNTIL waitIndex > waitCount.

             MOVE SPACES TO INTEG-LINE.
             WRITE INTEG-LINE.
             MOVE "EXCEPTIONS BY CATEGORY" TO INTEG-LINE.
             WRITE INTEG-LINE.
             MOVE "----------------------------------------"
                TO INTEG-LINE.
             WRITE INTEG-LINE.
             PERFORM WRITE-INTEGRITY-COUNT VARYING integrityCat
                FROM 1 BY 1 UNTIL integrityCat > 13.
             MOVE "----------------------------------------"
                TO INTEG-LINE.
             WRITE INTEG-LINE.
             MOVE SPACES TO INTEG-LINE.
             STRING
                "TOTAL EXCEPTIONS: " DELIMITED BY SIZE
                integrityTotal DELIMITED BY SIZE
                INTO INTEG-LINE
             END-STRING.
             WRITE INTEG-LINE.
             CLOSE INTEG-FILE.

             DISPLAY "TOTAL EXCEPTIONS: " integrityTotal.
             DISPLAY "REPORT WRITTEN TO INTEGRTY.TXT!".

          CLEAR-INTEGRITY-COUNT.
             MOVE 0 TO icCount(integrityCat).

          CHECK-STUDENT-ON-FILE.
             MOVE "N" TO studentOnFileFlag.
             MOVE 0 TO foundIndex.
             PERFORM FIND-BY-SNO VARYING IT FROM 1 BY 1
                UNTIL IT > studentCount.
             IF foundIndex > 0
                MOVE "Y" TO studentOnFileFlag
             ELSE
                MOVE 0 TO archFoundIndex
                PERFORM FIND-ARCHIVE-BY-SNO VARYING archiveIndex
                   FROM 1 BY 1 UNTIL archiveIndex > archiveCount
                IF archFoundIndex > 0
                   MOVE "Y" TO studentOnFileFlag
                END-IF
             END-IF.

          CHECK-GRADE-INTEGRITY.
             MOVE gSNo(gradeIndex) TO inputStdNo.
             MOVE gTerm(gradeIndex) TO newTerm.
             MOVE gSubject(gradeIndex) TO newSubject.
             PERFORM CHECK-STUDENT-ON-FILE.
             IF NOT STUDENT-IS-ON-FILE
                MOVE 1 TO integrityCat
                PERFORM WRITE-INTEGRITY-EXCEPTION
             END-IF.
             MOVE newSubject TO checkSubject.
             PERFORM VALIDATE-SUBJECT.
             IF NOT SUBJECT-IS-VALID
                MOVE 2 TO integrityCat
                PERFORM WRITE-INTEGRITY-EXCEPTION
             END-IF.
             MOVE 0 TO enlistFound.
             PERFORM FIND-ENLISTMENT VARYING enlistIndex
                FROM 1 BY 1 UNTIL enlistIndex > enlistCount.
             IF enlistFound = 0
                MOVE 3 TO integrityCat
                PERFORM WRITE-INTEGRITY-EXCEPTION
             END-IF.

          CHECK-ENROLL-INTEGRITY.
             MOVE eSNo(integrityIdx) TO inputStdNo.
             MOVE eTerm(integrityIdx) TO newTerm.
             MOVE eSubject(integrityIdx) TO newSubject.
             PERFORM CHECK-STUDENT-ON-FILE.
             IF NOT STUDENT-IS-ON-FILE
                MOVE 4 TO integrityCat
                PERFORM WRITE-INTEGRITY-EXCEPTION
             END-IF.
             MOVE newSubject TO checkSubject.
             PERFORM VALIDATE-SUBJECT.
             IF NOT SUBJECT-IS-VALID
                MOVE 5 TO integrityCat
                PERFORM WRITE-INTEGRITY-EXCEPTION
             END-IF.

          CHECK-ATTEND-INTEGRITY.
             MOVE atSNo(attendIndex) TO inputStdNo.
             MOVE atTerm(attendIndex) TO newTerm.
             MOVE atSubject(attendIndex) TO newSubject.
             PERFORM CHECK-STUDENT-ON-FILE.
             IF NOT STUDENT-IS-ON-FILE
                MOVE 6 TO integrityCat
                PERFORM WRITE-INTEGRITY-EXCEPTION
             END-IF.
             MOVE 0 TO enlistFound.
             PERFORM FIND-ENLISTMENT VARYING enlistIndex
                FROM 1 BY 1 UNTIL enlistIndex > enlistCount.
             IF enlistFound = 0
                MOVE 7 TO integrityCat
                PERFORM WRITE-INTEGRITY-EXCEPTION
             END-IF.

          CHECK-ASSESS-INTEGRITY.
             MOVE asSNo(assessIndex) TO inputStdNo.
             MOVE asTerm(assessIndex) TO newTerm.
             MOVE SPACES TO newSubject.
             PERFORM CHECK-STUDENT-ON-FILE.
             IF NOT STUDENT-IS-ON-FILE
                MOVE 8 TO integrityCat
                PERFORM WRITE-INTEGRITY-EXCEPTION
             END-IF.
             MOVE 0 TO enlistFound.
             PERFORM MATCH-TERM-ENLISTMENT VARYING enlistIndex
                FROM 1 BY 1 UNTIL enlistIndex > enlistCount.
             IF enlistFound = 0
                MOVE 9 TO integrityCat
                PERFORM WRITE-INTEGRITY-EXCEPTION
             END-IF.

          MATCH-TERM-ENLISTMENT.
             IF eSNo(enlistIndex) = inputStdNo
                AND eTerm(enlistIndex) = newTerm
                MOVE enlistIndex TO enlistFound
             END-IF.

          CHECK-PAYMENT-INTEGRITY.
             MOVE pySNo(integrityIdx) TO inputStdNo.
             MOVE SPACES TO newTerm.
             MOVE SPACES TO newSubject.
             PERFORM CHECK-STUDENT-ON-FILE.
             IF NOT STUDENT-IS-ON-FILE
                MOVE 10 TO integrityCat
                PERFORM WRITE-INTEGRITY-EXCEPTION
             END-IF.

          CHECK-CONTACT-INTEGRITY.
             MOVE cSNo(integrityIdx) TO inputStdNo.
             MOVE SPACES TO newTerm.
             MOVE SPACES TO newSubject.
             MOVE 0 TO foundIndex.
             PERFORM FIND-BY-SNO VARYING IT FROM 1 BY 1
                UNTIL IT > studentCount.
             IF foundIndex = 0
                MOVE 11 TO integrityCat
                PERFORM WRITE-INTEGRITY-EXCEPTION
             END-IF.

          CHECK-WAITLIST-INTEGRITY.
             MOVE wSNo(waitIndex) TO inputStdNo.
             MOVE SPACES TO newTerm.
             MOVE SPACES TO newSubject.
             MOVE 0 TO foundIndex.
             PERFORM FIND-BY-SNO VARYING IT FROM 1 BY 1
                UNTIL IT > studentCount.
             IF foundIndex > 0
                MOVE 12 TO integrityCat
                PERFORM WRITE-INTEGRITY-EXCEPTION
             END-IF.
             MOVE wCourse(waitIndex) TO checkCourse.
             PERFORM VALIDATE-COURSE.
             IF NOT COURSE-IS-VALID
                MOVE wCourse(waitIndex) TO newSubject
                MOVE 13 TO integrityCat
                PERFORM WRITE-INTEGRITY-EXCEPTION
             END-IF.

          SET-INTEGRITY-CATEGORY.
             EVALUATE integrityCat
                WHEN 1
                   MOVE "GRADES: STUDENT NOT ON ROSTER OR ARCHIVE"
                      TO integrityCatName
                WHEN 2
                   MOVE "GRADES: SUBJECT NOT IN CATALOG"
                      TO integrityCatName
                WHEN 3
                   MOVE "GRADES: NO ENLISTMENT FOR TERM/SUBJECT"
                      TO integrityCatName
                WHEN 4
                   MOVE "ENROLL: STUDENT NOT ON ROSTER OR ARCHIVE"
                      TO integrityCatName
                WHEN 5
                   MOVE "ENROLL: SUBJECT NOT IN CATALOG"
                      TO integrityCatName
                WHEN 6
                   MOVE "ATTEND: STUDENT NOT ON ROSTER OR ARCHIVE"
                      TO integrityCatName
                WHEN 7
                   MOVE "ATTEND: NOT ENLISTED IN TERM/SUBJECT"
                      TO integrityCatName
                WHEN 8
                   MOVE "ASSESS: STUDENT NOT ON ROSTER OR ARCHIVE"
                      TO integrityCatName
                WHEN 9
                   MOVE "ASSESS: NO ENLISTMENT FOR TERM"
                      TO integrityCatName
                WHEN 10
                   MOVE "PAYMENTS: STUDENT NOT ON ROSTER/ARCHIVE"
                      TO integrityCatName
                WHEN 11
                   MOVE "GUARDIAN: STUDENT NOT ON ACTIVE ROSTER"
                      TO integrityCatName
                WHEN 12
                   MOVE "WAITLIST: APPLICANT ALREADY ON ROSTER"
                      TO integrityCatName
                WHEN 13
                   MOVE "WAITLIST: COURSE NOT IN CATALOG"
                      TO integrityCatName
             END-EVALUATE.

          WRITE-INTEGRITY-EXCEPTION.
             ADD 1 TO icCount(integrityCat).
             ADD 1 TO integrityTotal.
             PERFORM SET-INTEGRITY-CATEGORY.
             MOVE SPACES TO INTEG-LINE.
             STRING
                integrityCatName DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                inputStdNo DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                newTerm DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                newSubject DELIMITED BY SIZE
                INTO INTEG-LINE
             END-STRING.
             WRITE INTEG-LINE.

          WRITE-INTEGRITY-COUNT.
             PERFORM SET-INTEGRITY-CATEGORY.
             MOVE SPACES TO INTEG-LINE.
             STRING
                integrityCatName DELIMITED BY SIZE
                " : " DELIMITED BY SIZE
                icCount(integrityCat) DELIMITED BY SIZE
                INTO INTEG-LINE
             END-STRING.
             WRITE INTEG-LINE.

          ARCHIVE-AUDIT-LOG.
             DISPLAY "***ARCHIVE AUDIT LOG***".
             DISPLAY "CUT OFF ENTRIES ON OR BEFORE DATE YYMMDD: "
                WITH NO ADVANCING.
             ACCEPT logCutoffText.
             COMPUTE logCutoffDate = FUNCTION NUMVAL(logCutoffText).

             IF logCutoffDate = 0
                DISPLAY "INVALID CUTOFF DATE!"
             ELSE
                DISPLAY "ENTRIES THROUGH " logCutoffDate " MOVE TO "
                   "GENERATION 1! PROCEED (Y/N): " WITH NO ADVANCING
                ACCEPT confirmFlag

                IF confirmFlag = "Y" OR confirmFlag = "y"
                   PERFORM CUT-AUDIT-LOG
                ELSE
                   DISPLAY "LOG ARCHIVAL CANCELLED!"
                END-IF
             END-IF.

          CUT-AUDIT-LOG.
             MOVE 0 TO logArchivedCount.
             MOVE 0 TO logKeptCount.
             MOVE "N" TO endOfLogFile.
             OPEN INPUT LOG-FILE.
             IF logFileStatus = "35"
                DISPLAY "NO LOG FILE ON RECORD!"
             ELSE
                PERFORM COPY-LGA2-TO-LGA3
                PERFORM COPY-LGA1-TO-LGA2

                OPEN OUTPUT LOGARC1-FILE
                OPEN OUTPUT LOGNEW-FILE
                PERFORM READ-LOG-RECORD
                PERFORM SPLIT-LOG-ENTRY UNTIL EOF-LOG-FILE
                CLOSE LOGNEW-FILE
                CLOSE LOGARC1-FILE
                CLOSE LOG-FILE

                PERFORM COPY-LOGNEW-TO-LOG
                PERFORM WRITE-LOG-CUTOVER-NOTE

                DISPLAY "ENTRIES ARCHIVED: " logArchivedCount
                DISPLAY "ENTRIES RETAINED: " logKeptCount
                DISPLAY "OLD ENTRIES MOVED TO STUDLGA1.DAT!"
             END-IF.

          SPLIT-LOG-ENTRY.
             IF LR-DATE NOT > logCutoffDate
                ADD 1 TO logArchivedCount
                MOVE LOG-RECORD TO LA1-RECORD
                WRITE LA1-RECORD
             ELSE
                ADD 1 TO logKeptCount
                MOVE LOG-RECORD TO LN-RECORD
                WRITE LN-RECORD
             END-IF.
             PERFORM READ-LOG-RECORD.

          COPY-LGA2-TO-LGA3.
             MOVE "N" TO endOfBackupFile.
             OPEN INPUT LOGARC2-FILE.
             IF logArc2Status NOT = "35"
                OPEN OUTPUT LOGARC3-FILE
                PERFORM READ-LGA2-RECORD
                PERFORM COPY-LGA2-RECORD UNTIL EOF-BACKUP-FILE
                CLOSE LOGARC3-FILE
                CLOSE LOGARC2-FILE
             END-IF.

          READ-LGA2-RECORD.
             READ LOGARC2-FILE
                AT END MOVE "Y" TO endOfBackupFile
             END-READ.

          COPY-LGA2-RECORD.
             MOVE LA2-RECORD TO LA3-RECORD
             WRITE LA3-RECORD
             PERFORM READ-LGA2-RECORD.

          COPY-LGA1-TO-LGA2.
             MOVE "N" TO endOfBackupFile.
             OPEN INPUT LOGARC1-FILE.
             IF logArc1Status NOT = "35"
                OPEN OUTPUT LOGARC2-FILE
                PERFORM READ-LGA1-RECORD
                PERFORM COPY-LGA1-RECORD UNTIL EOF-BACKUP-FILE
                CLOSE LOGARC2-FILE
                CLOSE LOGARC1-FILE
             END-IF.

          READ-LGA1-RECORD.
             READ LOGARC1-FILE
                AT END MOVE "Y" TO endOfBackupFile
             END-READ.

          COPY-LGA1-RECORD.
             MOVE LA1-RECORD TO LA2-RECORD
             WRITE LA2-RECORD
             PERFORM READ-LGA1-RECORD.

          COPY-LOGNEW-TO-LOG.
             MOVE "N" TO endOfBackupFile.
             OPEN INPUT LOGNEW-FILE.
             IF logNewStatus NOT = "35"
                OPEN OUTPUT LOG-FILE
                PERFORM READ-LOGNEW-RECORD
                PERFORM COPY-LOGNEW-RECORD UNTIL EOF-BACKUP-FILE
                CLOSE LOG-FILE
                CLOSE LOGNEW-FILE
             END-IF.

          READ-LOGNEW-RECORD.
             READ LOGNEW-FILE
                AT END MOVE "Y" TO endOfBackupFile
             END-READ.

          COPY-LOGNEW-RECORD.
             MOVE LN-RECORD TO LOG-RECORD
             WRITE LOG-RECORD
             PERFORM READ-LOGNEW-RECORD.

          WRITE-LOG-CUTOVER-NOTE.
             ACCEPT logDate FROM DATE.
             ACCEPT logTime FROM TIME.
             MOVE SPACES TO BACKUP-LOG-RECORD.
             MOVE logDate TO BK-DATE.
             MOVE logTime TO BK-TIME.
             MOVE SPACES TO BK-NOTE.
             STRING
                "AUDIT LOG ARCHIVED THRU " DELIMITED BY SIZE
                logCutoffDate DELIMITED BY SIZE
                INTO BK-NOTE
             END-STRING.

             OPEN EXTEND BACKUP-LOG-FILE.
             IF backupLogStatus = "35"
                OPEN OUTPUT BACKUP-LOG-FILE
             END-IF.
             WRITE BACKUP-LOG-RECORD.
             CLOSE BACKUP-LOG-FILE.

          RESTORE-FROM-BACKUP.
             DISPLAY "***RESTORE MASTER FROM BACKUP***".
             DISPLAY "GENERATION (1=NEWEST 2 3=OLDEST): "
                WITH NO ADVANCING.
             ACCEPT restoreChoice.

             IF restoreChoice < 1 OR restoreChoice > 3
                DISPLAY "NO SUCH GENERATION!"
             ELSE
                DISPLAY "THIS REPLACES THE CURRENT MASTER! "
                   "PROCEED (Y/N): " WITH NO ADVANCING
                ACCEPT confirmFlag

                IF confirmFlag = "Y" OR confirmFlag = "y"
                   PERFORM LOAD-FROM-BACKUP
                ELSE
                   DISPLAY "RESTORE CANCELLED!"
                END-IF
             END-IF.

          LOAD-FROM-BACKUP.
             MOVE "N" TO endOfBackupFile.

             EVALUATE restoreChoice
                WHEN 1
                   OPEN INPUT BACKUP1-FILE
                   MOVE bkp1FileStatus TO restoreFileStatus
                WHEN 2
                   OPEN INPUT BACKUP2-FILE
                   MOVE bkp2FileStatus TO restoreFileStatus
                WHEN 3
                   OPEN INPUT BACKUP3-FILE
                   MOVE bkp3FileStatus TO restoreFileStatus
             END-EVALUATE.

             IF restoreFileStatus = "35"
                DISPLAY "THAT BACKUP GENERATION DOES NOT EXIST!"
             ELSE
                MOVE 0 TO studentCount
                PERFORM READ-BACKUP-GEN
                PERFORM STORE-BACKUP-RECORD UNTIL EOF-BACKUP-FILE

                EVALUATE restoreChoice
                   WHEN 1
                      CLOSE BACKUP1-FILE
                   WHEN 2
                      CLOSE BACKUP2-FILE
                   WHEN 3
                      CLOSE BACKUP3-FILE
                END-EVALUATE

                PERFORM SAVE-STUDENTS
                IF NOT SAVE-WAS-REFUSED
                   MOVE SPACES TO logSNo
                   MOVE "RESTOR" TO logAction
                   MOVE "RECORD" TO logField
                   MOVE SPACES TO logOldValue
                   MOVE restoreChoice TO logNewValue
                   PERFORM WRITE-LOG-ENTRY
                   DISPLAY "MASTER RESTORED, " studentCount
                      " RECORDS!"
                END-IF
             END-IF.

          READ-BACKUP-GEN.
             EVALUATE restoreChoice
                WHEN 1
                   READ BACKUP1-FILE
                      AT END MOVE "Y" TO endOfBackupFile
                   END-READ
                   MOVE B1-RECORD TO backupWork
                WHEN 2
                   READ BACKUP2-FILE
                      AT END MOVE "Y" TO endOfBackupFile
                   END-READ
                   MOVE B2-RECORD TO backupWork
                WHEN 3
                   READ BACKUP3-FILE
                      AT END MOVE "Y" TO endOfBackupFile
                   END-READ
                   MOVE B3-RECORD TO backupWork
             END-EVALUATE.

          STORE-BACKUP-RECORD.
             ADD 1 TO studentCount
             MOVE bwFullname TO fullname(studentCount)
             MOVE bwSNo TO sNo(studentCount)
             MOVE bwCourse TO course(studentCount)
             MOVE bwMobile TO mobile(studentCount)
             MOVE bwLandline TO landline(studentCount)
             MOVE bwAge TO age(studentCount)
             PERFORM READ-BACKUP-GEN.

          RECONCILE-RUN.
             DISPLAY "***RECONCILE MASTER AGAINST AUDIT LOG***".

             MOVE 0 TO reconCount.
             MOVE 0 TO reconProblemCount.
             MOVE "N" TO endOfLogFile.
             OPEN INPUT LOG-FILE.
             IF logFileStatus = "35"
                DISPLAY "NO LOG FILE ON RECORD!"
             ELSE
                PERFORM READ-LOG-RECORD
                PERFORM APPLY-RECON-ENTRY UNTIL EOF-LOG-FILE
                CLOSE LOG-FILE

                ACCEPT logDate FROM DATE
                ACCEPT logTime FROM TIME

                OPEN OUTPUT RECON-FILE
                MOVE SPACES TO RECON-LINE
                STRING
                   "RECONCILIATION RUN " DELIMITED BY SIZE
                   logDate DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   logTime DELIMITED BY SIZE
                   INTO RECON-LINE
                END-STRING
                WRITE RECON-LINE

                PERFORM CHECK-RECON-ENTRY VARYING reconIndex
                   FROM 1 BY 1 UNTIL reconIndex > reconCount
                PERFORM CHECK-UNLOGGED-STUDENT VARYING IT
                   FROM 1 BY 1 UNTIL IT > studentCount

                MOVE SPACES TO RECON-LINE
                STRING
                   "DISCREPANCIES FOUND: " DELIMITED BY SIZE
                   reconProblemCount DELIMITED BY SIZE
                   INTO RECON-LINE
                END-STRING
                WRITE RECON-LINE
                CLOSE RECON-FILE

                DISPLAY "DISCREPANCIES FOUND: " reconProblemCount
                DISPLAY "REPORT WRITTEN TO STUDRCN.TXT!"
             END-IF.

          APPLY-RECON-ENTRY.
             MOVE 0 TO reconFound.
             PERFORM FIND-RECON-ENTRY VARYING reconIndex FROM 1 BY 1
                UNTIL reconIndex > reconCount OR reconFound > 0.

             IF reconFound = 0 AND reconCount < 600
                ADD 1 TO reconCount
                MOVE reconCount TO reconFound
                MOVE LR-SNO TO rSNo(reconFound)
                MOVE "?" TO rExists(reconFound)
                MOVE "N" TO rCourseSet(reconFound)
                MOVE "N" TO rMobileSet(reconFound)
                MOVE "N" TO rLandlineSet(reconFound)
                MOVE "N" TO rAgeSet(reconFound)
             END-IF.

             IF reconFound > 0
                EVALUATE LR-ACTION
                   WHEN "ADD"
                      MOVE "Y" TO rExists(reconFound)
                      MOVE "N" TO rCourseSet(reconFound)
                      MOVE "N" TO rMobileSet(reconFound)
                      MOVE "N" TO rLandlineSet(reconFound)
                      MOVE "N" TO rAgeSet(reconFound)
                   WHEN "REINST"
                      MOVE "Y" TO rExists(reconFound)
                   WHEN "DELETE"
                      MOVE "N" TO rExists(reconFound)
                   WHEN "ARCHIV"
                      MOVE "N" TO rExists(reconFound)
                   WHEN "EDIT"
                      EVALUATE LR-FIELD
                         WHEN "COURSE"
                            MOVE LR-NEW-VALUE TO rCourse(reconFound)
                            MOVE "Y" TO rCourseSet(reconFound)
                         WHEN "MOBILE"
                            MOVE LR-NEW-VALUE TO rMobile(reconFound)
                            MOVE "Y" TO rMobileSet(reconFound)
                         WHEN "LANDLINE"
                            MOVE LR-NEW-VALUE TO rLandline(reconFound)
                            MOVE "Y" TO rLandlineSet(reconFound)
                         WHEN "AGE"
                            MOVE LR-NEW-VALUE TO rAge(reconFound)
                            MOVE "Y" TO rAgeSet(reconFound)
                      END-EVALUATE
                END-EVALUATE
             END-IF.

             PERFORM READ-LOG-RECORD.

          FIND-RECON-ENTRY.
             IF LR-SNO = rSNo(reconIndex)
                MOVE reconIndex TO reconFound
             END-IF.

          CHECK-RECON-ENTRY.
             MOVE rSNo(reconIndex) TO inputStdNo.
             MOVE 0 TO foundIndex.
             PERFORM FIND-BY-SNO VARYING IT FROM 1 BY 1
                UNTIL IT > studentCount.

             EVALUATE TRUE
                WHEN rExists(reconIndex) = "Y" AND foundIndex = 0
                   PERFORM WRITE-RECON-MISSING
                WHEN rExists(reconIndex) = "N" AND foundIndex > 0
                   PERFORM WRITE-RECON-EXTRA
                WHEN foundIndex > 0
                   PERFORM CHECK-RECON-FIELDS
             END-EVALUATE.

          WRITE-RECON-MISSING.
             ADD 1 TO reconProblemCount.
             MOVE SPACES TO RECON-LINE.
             STRING
                "LOGGED ADD MISSING FROM MASTER: " DELIMITED BY SIZE
                rSNo(reconIndex) DELIMITED BY SIZE
                INTO RECON-LINE
             END-STRING.
             WRITE RECON-LINE.

          WRITE-RECON-EXTRA.
             ADD 1 TO reconProblemCount.
             MOVE SPACES TO RECON-LINE.
             STRING
                "LOGGED DELETE STILL IN MASTER: " DELIMITED BY SIZE
                rSNo(reconIndex) DELIMITED BY SIZE
                INTO RECON-LINE
             END-STRING.
             WRITE RECON-LINE.

          CHECK-RECON-FIELDS.
             IF rCourseSet(reconIndex) = "Y"
                AND course(foundIndex) NOT = rCourse(reconIndex)
                MOVE "COURSE" TO logField
                MOVE course(foundIndex) TO cmpValue
                PERFORM WRITE-RECON-MISMATCH
             END-IF.
             IF rMobileSet(reconIndex) = "Y"
                AND mobile(foundIndex) NOT = rMobile(reconIndex)
                MOVE "MOBILE" TO logField
                MOVE mobile(foundIndex) TO cmpValue
                PERFORM WRITE-RECON-MISMATCH
             END-IF.
             IF rLandlineSet(reconIndex) = "Y"
                AND landline(foundIndex) NOT = rLandline(reconIndex)
                MOVE "LANDLINE" TO logField
                MOVE landline(foundIndex) TO cmpValue
                PERFORM WRITE-RECON-MISMATCH
             END-IF.
             IF rAgeSet(reconIndex) = "Y"
                MOVE age(foundIndex) TO cmpValue
                IF cmpValue NOT = rAge(reconIndex)
                   MOVE "AGE" TO logField
                   PERFORM WRITE-RECON-MISMATCH
                END-IF
             END-IF.

          WRITE-RECON-MISMATCH.
             ADD 1 TO reconProblemCount.
             MOVE SPACES TO RECON-LINE.
             STRING
                "FIELD MISMATCH " DELIMITED BY SIZE
                logField DELIMITED BY SIZE
                " SNO " DELIMITED BY SIZE
                FUNCTION TRIM(rSNo(reconIndex)) DELIMITED BY SIZE
                " FILE=" DELIMITED BY SIZE
                FUNCTION TRIM(cmpValue) DELIMITED BY SIZE
                INTO RECON-LINE
             END-STRING.
             WRITE RECON-LINE.

          CHECK-UNLOGGED-STUDENT.
             MOVE sNo(IT) TO inputStdNo.
             MOVE 0 TO reconFound.
             PERFORM FIND-RECON-BY-SNO VARYING reconIndex FROM 1 BY 1
                UNTIL reconIndex > reconCount OR reconFound > 0.

             IF reconFound = 0
                MOVE SPACES TO RECON-LINE
                STRING
                   "IN MASTER BUT NEVER LOGGED: " DELIMITED BY SIZE
                   sNo(IT) DELIMITED BY SIZE
                   INTO RECON-LINE
                END-STRING
                WRITE RECON-LINE
             END-IF.

          FIND-RECON-BY-SNO.
             IF inputStdNo = rSNo(reconIndex)
                MOVE reconIndex TO reconFound
             END-IF.

          LOAD-CONTACTS.
             MOVE 0 TO contactCount.
             MOVE "N" TO endOfContactFile.
             OPEN INPUT CONTACT-FILE.
             IF contactFileStatus NOT = "35"
                PERFORM READ-CONTACT-RECORD
                PERFORM STORE-CONTACT-RECORD UNTIL EOF-CONTACT-FILE
                CLOSE CONTACT-FILE
             END-IF.

          READ-CONTACT-RECORD.
             READ CONTACT-FILE
                AT END MOVE "Y" TO endOfContactFile
             END-READ.

          STORE-CONTACT-RECORD.
             ADD 1 TO contactCount
             MOVE GC-SNO TO cSNo(contactCount)
             MOVE GC-NAME TO cName(contactCount)
             MOVE GC-RELATION TO cRelation(contactCount)
             MOVE GC-PHONE TO cPhone(contactCount)
             MOVE GC-ADDRESS TO cAddress(contactCount)
             PERFORM READ-CONTACT-RECORD.

          SAVE-CONTACTS.
             OPEN OUTPUT CONTACT-FILE.
             PERFORM WRITE-CONTACT-RECORD VARYING contactIndex
                FROM 1 BY 1 UNTIL contactIndex > contactCount.
             CLOSE CONTACT-FILE.

          WRITE-CONTACT-RECORD.
             MOVE cSNo(contactIndex) TO GC-SNO
             MOVE cName(contactIndex) TO GC-NAME
             MOVE cRelation(contactIndex) TO GC-RELATION
             MOVE cPhone(contactIndex) TO GC-PHONE
             MOVE cAddress(contactIndex) TO GC-ADDRESS
             WRITE CONTACT-RECORD.

          CONTACTS-MENU.
             DISPLAY "***GUARDIAN CONTACTS***".
             DISPLAY "[1] ADD CONTACT".
             DISPLAY "[2] EDIT CONTACT".
             DISPLAY "[3] REMOVE CONTACT".
             DISPLAY "[4] LIST CONTACTS".
             DISPLAY "[5] BACK TO MAIN MENU".
             DISPLAY "CHOICE: " WITH NO ADVANCING.
             ACCEPT contactChoice.

             EVALUATE contactChoice
                WHEN 1
                   IF USER-CAN-UPDATE
                      PERFORM ADD-CONTACT
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 2
                   IF USER-CAN-UPDATE
                      PERFORM EDIT-CONTACT
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 3
                   IF USER-CAN-UPDATE
                      PERFORM REMOVE-CONTACT
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 4
                   PERFORM LIST-CONTACTS
                WHEN OTHER
                   MOVE 1 TO contactsExited
             END-EVALUATE.

          ADD-CONTACT.
             DISPLAY "***ADD CONTACT***".
             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
             ACCEPT inputStdNo.

             MOVE 0 TO foundIndex.
             PERFORM FIND-BY-SNO VARYING IT FROM 1 BY 1
                UNTIL IT > studentCount.

             IF foundIndex = 0
                DISPLAY "STUDENT NOT FOUND!"
             ELSE
                PERFORM ACCEPT-CONTACT-FIELDS
                PERFORM SAVE-CONTACTS
             END-IF.

          ACCEPT-CONTACT-FIELDS.
             IF contactCount NOT < 1000
                DISPLAY "CONTACT FILE IS FULL!"
             ELSE
                DISPLAY "CONTACT NAME: " WITH NO ADVANCING
                ACCEPT newContactName
                DISPLAY "RELATIONSHIP: " WITH NO ADVANCING
                ACCEPT newContactRelation
                DISPLAY "PHONE: " WITH NO ADVANCING
                ACCEPT newContactPhone
                DISPLAY "ADDRESS: " WITH NO ADVANCING
                ACCEPT newContactAddress

                ADD 1 TO contactCount
                MOVE inputStdNo TO cSNo(contactCount)
                MOVE newContactName TO cName(contactCount)
                MOVE newContactRelation TO cRelation(contactCount)
                MOVE newContactPhone TO cPhone(contactCount)
                MOVE newContactAddress TO cAddress(contactCount)
                DISPLAY "CONTACT ADDED!"
             END-IF.

          LIST-CONTACTS.
             DISPLAY "***LIST CONTACTS***".
             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
             ACCEPT inputStdNo.
             PERFORM LIST-CONTACTS-FOR-STUDENT.

          LIST-CONTACTS-FOR-STUDENT.
             MOVE 0 TO studentContactCount.
             PERFORM PRINT-CONTACT-LINE VARYING contactIndex
                FROM 1 BY 1 UNTIL contactIndex > contactCount.
             IF studentContactCount = 0
                DISPLAY "NO CONTACTS ON FILE!"
             END-IF.

          PRINT-CONTACT-LINE.
             IF cSNo(contactIndex) = inputStdNo
                ADD 1 TO studentContactCount
                DISPLAY "[" studentContactCount "] "
                   cName(contactIndex) " " cRelation(contactIndex)
                   " " cPhone(contactIndex)
                DISPLAY "     " cAddress(contactIndex)
             END-IF.

          EDIT-CONTACT.
             DISPLAY "***EDIT CONTACT***".
             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
             ACCEPT inputStdNo.
             PERFORM LIST-CONTACTS-FOR-STUDENT.

             IF studentContactCount > 0
                DISPLAY "CONTACT NUMBER TO EDIT: " WITH NO ADVANCING
                ACCEPT contactPick
                PERFORM FIND-CONTACT-BY-ORDINAL

                IF contactFoundIdx = 0
                   DISPLAY "NO SUCH CONTACT!"
                ELSE
                   DISPLAY "CONTACT NAME: " WITH NO ADVANCING
                   ACCEPT cName(contactFoundIdx)
                   DISPLAY "RELATIONSHIP: " WITH NO ADVANCING
                   ACCEPT cRelation(contactFoundIdx)
                   DISPLAY "PHONE: " WITH NO ADVANCING
                   ACCEPT cPhone(contactFoundIdx)
                   DISPLAY "ADDRESS: " WITH NO ADVANCING
                   ACCEPT cAddress(contactFoundIdx)
                   PERFORM SAVE-CONTACTS
                   DISPLAY "CONTACT UPDATED!"
                END-IF
             END-IF.

          REMOVE-CONTACT.
             DISPLAY "***REMOVE CONTACT***".
             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
             ACCEPT inputStdNo.
             PERFORM LIST-CONTACTS-FOR-STUDENT.

             IF studentContactCount > 0
                DISPLAY "CONTACT NUMBER TO REMOVE: " WITH NO ADVANCING
                ACCEPT contactPick
                PERFORM FIND-CONTACT-BY-ORDINAL

                IF contactFoundIdx = 0
                   DISPLAY "NO SUCH CONTACT!"
                ELSE
                   PERFORM SHIFT-CONTACT-UP VARYING contactShiftIdx
                      FROM contactFoundIdx BY 1
                      UNTIL contactShiftIdx > contactCount - 1
                   SUBTRACT 1 FROM contactCount
                   PERFORM SAVE-CONTACTS
                   DISPLAY "CONTACT REMOVED!"
                END-IF
             END-IF.

          FIND-CONTACT-BY-ORDINAL.
             MOVE 0 TO contactFoundIdx.
             MOVE 0 TO contactOrdinal.
             PERFORM MATCH-CONTACT-ORDINAL VARYING contactIndex
                FROM 1 BY 1 UNTIL contactIndex > contactCount
                OR contactFoundIdx > 0.

          MATCH-CONTACT-ORDINAL.
             IF cSNo(contactIndex) = inputStdNo
                ADD 1 TO contactOrdinal
                IF contactOrdinal = contactPick
                   MOVE contactIndex TO contactFoundIdx
                END-IF
             END-IF.

          SHIFT-CONTACT-UP.
             MOVE cSNo(contactShiftIdx + 1) TO cSNo(contactShiftIdx)
             MOVE cName(contactShiftIdx + 1) TO cName(contactShiftIdx)
             MOVE cRelation(contactShiftIdx + 1)
                TO cRelation(contactShiftIdx)
             MOVE cPhone(contactShiftIdx + 1)
                TO cPhone(contactShiftIdx)
             MOVE cAddress(contactShiftIdx + 1)
                TO cAddress(contactShiftIdx).

          REMOVE-CONTACTS-FOR-STUDENT.
             MOVE 1 TO contactIndex.
             PERFORM SWEEP-CONTACT-ENTRY
                UNTIL contactIndex > contactCount.

          SWEEP-CONTACT-ENTRY.
             IF cSNo(contactIndex) = inputStdNo
                PERFORM SHIFT-CONTACT-UP VARYING contactShiftIdx
                   FROM contactIndex BY 1
                   UNTIL contactShiftIdx > contactCount - 1
                SUBTRACT 1 FROM contactCount
             ELSE
                ADD 1 TO contactIndex
             END-IF.

          LOAD-ATTENDANCE.
             MOVE 0 TO attendCount.
             MOVE "N" TO endOfAttendFile.
             OPEN INPUT ATTEND-FILE.
             IF attendFileStatus NOT = "35"
                PERFORM READ-ATTEND-RECORD
                PERFORM STORE-ATTEND-RECORD UNTIL EOF-ATTEND-FILE
                CLOSE ATTEND-FILE
             END-IF.

          READ-ATTEND-RECORD.
             READ ATTEND-FILE
                AT END MOVE "Y" TO endOfAttendFile
             END-READ.

          STORE-ATTEND-RECORD.
             ADD 1 TO attendCount
             MOVE AT-SNO TO atSNo(attendCount)
             MOVE AT-TERM TO atTerm(attendCount)
             MOVE AT-SUBJECT TO atSubject(attendCount)
             MOVE AT-DATE TO atDate(attendCount)
             MOVE AT-STATUS TO atStatus(attendCount)
             PERFORM READ-ATTEND-RECORD.

          SAVE-ATTENDANCE.
             OPEN OUTPUT ATTEND-FILE.
             PERFORM WRITE-ATTEND-RECORD VARYING attendIndex
                FROM 1 BY 1 UNTIL attendIndex > attendCount.
             CLOSE ATTEND-FILE.

          WRITE-ATTEND-RECORD.
             MOVE atSNo(attendIndex) TO AT-SNO
             MOVE atTerm(attendIndex) TO AT-TERM
             MOVE atSubject(attendIndex) TO AT-SUBJECT
             MOVE atDate(attendIndex) TO AT-DATE
             MOVE atStatus(attendIndex) TO AT-STATUS
             WRITE ATTEND-RECORD.

          ATTENDANCE-MENU.
             DISPLAY "***ATTENDANCE***".
             DISPLAY "[1] ENCODE DAILY ATTENDANCE".
             DISPLAY "[2] ABSENCE WARNING REPORT".
             DISPLAY "[3] BACK TO MAIN MENU".
             DISPLAY "CHOICE: " WITH NO ADVANCING.
             ACCEPT attendChoice.

             EVALUATE attendChoice
                WHEN 1
                   IF USER-CAN-UPDATE
                      PERFORM ENCODE-ATTENDANCE
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 2
                   PERFORM ABSENCE-WARNING-REPORT
                WHEN OTHER
                   MOVE 1 TO attendExited
             END-EVALUATE.

          ENCODE-ATTENDANCE.
             DISPLAY "***ENCODE DAILY ATTENDANCE***".
             DISPLAY "DATE YYMMDD (BLANK FOR TODAY): "
                WITH NO ADVANCING.
             ACCEPT attDateText.
             IF attDateText = SPACES
                ACCEPT attDate FROM DATE
             ELSE
                COMPUTE attDate = FUNCTION NUMVAL(attDateText)
             END-IF.

             IF attDate = 0
                DISPLAY "INVALID DATE!"
             ELSE
                DISPLAY "ENTER TERM (EX. 2026-1): " WITH NO ADVANCING
                ACCEPT attTerm
                DISPLAY "ENTER SUBJECT CODE: " WITH NO ADVANCING
                ACCEPT attSubject

                MOVE attSubject TO checkSubject
                PERFORM VALIDATE-SUBJECT

                MOVE attTerm TO checkTerm
                PERFORM VALIDATE-TERM
                PERFORM CHECK-ATTEND-WINDOW

                EVALUATE TRUE
                   WHEN NOT TERM-IS-VALID
                      DISPLAY "UNKNOWN TERM CODE!"
                   WHEN NOT TERM-WINDOW-OPEN
                      DISPLAY "DATE IS OUTSIDE THE TERM OR TERM IS "
                         "NOT OPEN!"
                   WHEN NOT SUBJECT-IS-VALID
                      DISPLAY "UNKNOWN SUBJECT CODE!"
                   WHEN OTHER
                      MOVE "N" TO attDoneFlag
                      PERFORM ENCODE-ATTENDANCE-ENTRY
                         UNTIL ATT-ENTRY-DONE
                      PERFORM SAVE-ATTENDANCE
                      DISPLAY "ATTENDANCE SAVED!"
                END-EVALUATE
             END-IF.

          ENCODE-ATTENDANCE-ENTRY.
             DISPLAY "STUDENT NUMBER (BLANK TO FINISH): "
                WITH NO ADVANCING.
             ACCEPT inputStdNo.

             IF inputStdNo = SPACES
                MOVE "Y" TO attDoneFlag
             ELSE
                MOVE 0 TO foundIndex
                PERFORM FIND-BY-SNO VARYING IT FROM 1 BY 1
                   UNTIL IT > studentCount

                IF foundIndex = 0
                   DISPLAY "STUDENT NOT FOUND!"
                ELSE
                   DISPLAY "(P)RESENT (A)BSENT (L)ATE: "
                      WITH NO ADVANCING
                   ACCEPT attStatus
                   MOVE FUNCTION UPPER-CASE(attStatus) TO attStatus

                   IF attStatus = "P" OR attStatus = "A"
                      OR attStatus = "L"
                      PERFORM RECORD-ATTENDANCE
                   ELSE
                      DISPLAY "INVALID STATUS, NOT RECORDED!"
                   END-IF
                END-IF
             END-IF.

          RECORD-ATTENDANCE.
             MOVE 0 TO attendFoundIdx.
             PERFORM FIND-ATTEND-ROW VARYING attendIndex FROM 1 BY 1
                UNTIL attendIndex > attendCount.

             EVALUATE TRUE
                WHEN attendFoundIdx > 0
                   MOVE attStatus TO atStatus(attendFoundIdx)
                   DISPLAY "ATTENDANCE UPDATED: " inputStdNo
                WHEN attendCount NOT < 5000
                   DISPLAY "ATTENDANCE FILE IS FULL!"
                   MOVE "Y" TO attDoneFlag
                WHEN OTHER
                   ADD 1 TO attendCount
                   MOVE inputStdNo TO atSNo(attendCount)
                   MOVE attTerm TO atTerm(attendCount)
                   MOVE attSubject TO atSubject(attendCount)
                   MOVE attDate TO atDate(attendCount)
                   MOVE attStatus TO atStatus(attendCount)
                   DISPLAY "ATTENDANCE RECORDED: " inputStdNo
             END-EVALUATE.

          FIND-ATTEND-ROW.
             IF atSNo(attendIndex) = inputStdNo
                AND atTerm(attendIndex) = attTerm
                AND atSubject(attendIndex) = attSubject
                AND atDate(attendIndex) = attDate
                MOVE attendIndex TO attendFoundIdx
             END-IF.

          ABSENCE-WARNING-REPORT.
             DISPLAY "***ABSENCE WARNING REPORT***".
             DISPLAY "ENTER TERM (EX. 2026-1): " WITH NO ADVANCING.
             ACCEPT attTerm.
             DISPLAY "ABSENCE THRESHOLD: " WITH NO ADVANCING.
             ACCEPT absenceThreshold.

             MOVE attTerm TO checkTerm.
             PERFORM VALIDATE-TERM.

             IF NOT TERM-IS-VALID
                DISPLAY "UNKNOWN TERM CODE!"
             END-IF.
             IF absenceThreshold = 0
                DISPLAY "THRESHOLD MUST BE GREATER THAN ZERO!"
             END-IF.

             IF TERM-IS-VALID AND absenceThreshold > 0
                ACCEPT reportDate FROM DATE

                OPEN OUTPUT ATTWARN-FILE
                MOVE "========================================"
                   TO ATTWARN-LINE
                WRITE ATTWARN-LINE
                MOVE "        ABSENCE WARNING REPORT"
                   TO ATTWARN-LINE
                WRITE ATTWARN-LINE
                MOVE SPACES TO ATTWARN-LINE
                STRING
                   "TERM: " DELIMITED BY SIZE
                   attTerm DELIMITED BY SIZE
                   " THRESHOLD: " DELIMITED BY SIZE
                   absenceThreshold DELIMITED BY SIZE
                   " RUN DATE: " DELIMITED BY SIZE
                   reportDate DELIMITED BY SIZE
                   INTO ATTWARN-LINE
                END-STRING
                WRITE ATTWARN-LINE
                MOVE "========================================"
                   TO ATTWARN-LINE
                WRITE ATTWARN-LINE

                MOVE 0 TO warnListCount
                PERFORM WARN-STUDENT-ENTRY VARYING IT FROM 1 BY 1
                   UNTIL IT > studentCount

                MOVE SPACES TO ATTWARN-LINE
                WRITE ATTWARN-LINE
                MOVE SPACES TO ATTWARN-LINE
                STRING
                   "STUDENTS OVER THRESHOLD: " DELIMITED BY SIZE
                   warnListCount DELIMITED BY SIZE
                   INTO ATTWARN-LINE
                END-STRING
                WRITE ATTWARN-LINE
                CLOSE ATTWARN-FILE

                DISPLAY "STUDENTS OVER THRESHOLD: " warnListCount
                DISPLAY "REPORT WRITTEN TO ATTWARN.TXT!"
             END-IF.

          WARN-STUDENT-ENTRY.
             MOVE sNo(IT) TO inputStdNo.
             MOVE 0 TO absenceCount.
             PERFORM COUNT-ABSENCES VARYING attendIndex FROM 1 BY 1
                UNTIL attendIndex > attendCount.

             IF absenceCount > absenceThreshold
                ADD 1 TO warnListCount

                MOVE SPACES TO ATTWARN-LINE
                WRITE ATTWARN-LINE
                MOVE SPACES TO ATTWARN-LINE
                STRING
                   fullname(IT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   sNo(IT)(1:20) DELIMITED BY SIZE
                   " ABSENCES: " DELIMITED BY SIZE
                   absenceCount DELIMITED BY SIZE
                   INTO ATTWARN-LINE
                END-STRING
                WRITE ATTWARN-LINE

                MOVE 0 TO contactFoundIdx
                PERFORM FIND-FIRST-CONTACT VARYING contactIndex
                   FROM 1 BY 1 UNTIL contactIndex > contactCount
                   OR contactFoundIdx > 0

                MOVE SPACES TO ATTWARN-LINE
                IF contactFoundIdx > 0
                   STRING
                      "  GUARDIAN: " DELIMITED BY SIZE
                      cName(contactFoundIdx) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      cPhone(contactFoundIdx) DELIMITED BY SIZE
                      INTO ATTWARN-LINE
                   END-STRING
                ELSE
                   MOVE "  GUARDIAN: (NONE ON FILE)" TO ATTWARN-LINE
                END-IF
                WRITE ATTWARN-LINE
             END-IF.

          COUNT-ABSENCES.
             IF atSNo(attendIndex) = inputStdNo
                AND atTerm(attendIndex) = attTerm
                AND atStatus(attendIndex) = "A"
                ADD 1 TO absenceCount
             END-IF.

          FIND-FIRST-CONTACT.
             IF cSNo(contactIndex) = inputStdNo
                MOVE contactIndex TO contactFoundIdx
             END-IF.

          LOAD-WAITLIST.
             MOVE 0 TO waitCount.
             MOVE "N" TO endOfWaitFile.
             OPEN INPUT WAITLIST-FILE.
             IF waitlistFileStatus NOT = "35"
                PERFORM READ-WAIT-RECORD
                PERFORM STORE-WAIT-RECORD UNTIL EOF-WAIT-FILE
                CLOSE WAITLIST-FILE
             END-IF.

          READ-WAIT-RECORD.
             READ WAITLIST-FILE
                AT END MOVE "Y" TO endOfWaitFile
             END-READ.

          STORE-WAIT-RECORD.
             ADD 1 TO waitCount
             MOVE WL-COURSE TO wCourse(waitCount)
             MOVE WL-SNO TO wSNo(waitCount)
             MOVE WL-FULLNAME TO wName(waitCount)
             MOVE WL-MOBILE TO wMobile(waitCount)
             MOVE WL-LANDLINE TO wLandline(waitCount)
             MOVE WL-AGE TO wAge(waitCount)
             PERFORM READ-WAIT-RECORD.

          SAVE-WAITLIST.
             OPEN OUTPUT WAITLIST-FILE.
             PERFORM WRITE-WAIT-RECORD VARYING waitIndex FROM 1 BY 1
                UNTIL waitIndex > waitCount.
             CLOSE WAITLIST-FILE.

          WRITE-WAIT-RECORD.
             MOVE wCourse(waitIndex) TO WL-COURSE
             MOVE wSNo(waitIndex) TO WL-SNO
             MOVE wName(waitIndex) TO WL-FULLNAME
             MOVE wMobile(waitIndex) TO WL-MOBILE
             MOVE wLandline(waitIndex) TO WL-LANDLINE
             MOVE wAge(waitIndex) TO WL-AGE
             WRITE WAITLIST-RECORD.

          FIND-WAITLIST-DUP.
             IF wCourse(waitIndex) = formCourse
                AND wSNo(waitIndex) = formSNo
                MOVE waitIndex TO waitFound
             END-IF.

          OFFER-WAITLIST-QUEUE.
             DISPLAY "QUEUE APPLICANT ON WAITLIST (Y/N)? "
                WITH NO ADVANCING.
             ACCEPT confirmFlag.

             IF confirmFlag = "Y" OR confirmFlag = "y"
                MOVE 0 TO waitFound
                PERFORM FIND-WAITLIST-DUP VARYING waitIndex
                   FROM 1 BY 1 UNTIL waitIndex > waitCount

                EVALUATE TRUE
                   WHEN waitCount NOT < 500
                      DISPLAY "WAITLIST IS FULL!"
                   WHEN waitFound > 0
                      DISPLAY "APPLICANT ALREADY ON THAT WAITLIST!"
                   WHEN OTHER
                      ADD 1 TO waitCount
                      MOVE formCourse TO wCourse(waitCount)
                      MOVE formSNo TO wSNo(waitCount)
                      MOVE formName TO wName(waitCount)
                      MOVE formMobile TO wMobile(waitCount)
                      MOVE formLandline TO wLandline(waitCount)
                      MOVE formAge TO wAge(waitCount)

                      PERFORM SAVE-WAITLIST

                      MOVE wCourse(waitCount) TO freedCourse
                      PERFORM COUNT-WAITLIST-POSITION
                      DISPLAY "APPLICANT QUEUED AT POSITION "
                         waitPosition "!"
                END-EVALUATE
             END-IF.

          QUEUE-BATCH-APPLICANT.
             MOVE TR-COURSE TO formCourse.
             MOVE TR-SNO TO formSNo.
             MOVE 0 TO waitFound.
             PERFORM FIND-WAITLIST-DUP VARYING waitIndex
                FROM 1 BY 1 UNTIL waitIndex > waitCount.

             EVALUATE TRUE
                WHEN waitCount NOT < 500
                   DISPLAY "WAITLIST IS FULL, NOT QUEUED: " TR-SNO
                WHEN waitFound > 0
                   DISPLAY "ALREADY ON WAITLIST: " TR-SNO
                WHEN OTHER
                   ADD 1 TO waitCount
                   MOVE TR-COURSE TO wCourse(waitCount)
                   MOVE TR-SNO TO wSNo(waitCount)
                   MOVE TR-FULLNAME TO wName(waitCount)
                   MOVE TR-MOBILE TO wMobile(waitCount)
                   MOVE TR-LANDLINE TO wLandline(waitCount)
                   MOVE TR-AGE TO wAge(waitCount)
                   PERFORM SAVE-WAITLIST
                   DISPLAY "APPLICANT QUEUED ON WAITLIST: " TR-SNO
             END-EVALUATE.

          COUNT-WAITLIST-POSITION.
             MOVE 0 TO waitPosition.
             PERFORM TALLY-WAITLIST-POSITION VARYING waitIndex
                FROM 1 BY 1 UNTIL waitIndex > waitCount.

          TALLY-WAITLIST-POSITION.
             IF wCourse(waitIndex) = freedCourse
                ADD 1 TO waitPosition
             END-IF.

          FIND-FIRST-WAITLISTED.
             IF wCourse(waitIndex) = freedCourse AND waitFound = 0
                MOVE waitIndex TO waitFound
             END-IF.

          OFFER-NEXT-WAITLISTED.
             MOVE 0 TO waitFound.
             PERFORM FIND-FIRST-WAITLISTED VARYING waitIndex
                FROM 1 BY 1 UNTIL waitIndex > waitCount
                OR waitFound > 0.

             IF waitFound > 0
                DISPLAY "SEAT OPEN IN " freedCourse
                DISPLAY "NEXT WAITLISTED: " wSNo(waitFound) " "
                   wName(waitFound)
                IF runMode = "BATCH" OR runMode = "TERMEND"
                   DISPLAY "ADMIT FROM THE WAITLIST MENU "
                      "AFTER THE RUN!"
                ELSE
                   DISPLAY "ADMIT THIS APPLICANT (Y/N)? "
                      WITH NO ADVANCING
                   ACCEPT confirmFlag
                   IF confirmFlag = "Y" OR confirmFlag = "y"
                      PERFORM ADMIT-FROM-WAITLIST
                   END-IF
                END-IF
             END-IF.

          ADMIT-FROM-WAITLIST.
             MOVE wSNo(waitFound) TO inputStdNo.
             MOVE 0 TO foundIndex.
             PERFORM FIND-BY-SNO VARYING IT FROM 1 BY 1
                UNTIL IT > studentCount.

             EVALUATE TRUE
                WHEN foundIndex > 0
                   DISPLAY "APPLICANT ALREADY ON ROSTER, REMOVED "
                      "FROM WAITLIST!"
                   PERFORM REMOVE-WAITLIST-ENTRY
                   PERFORM SAVE-WAITLIST
                WHEN studentCount NOT < 500
                   DISPLAY "ROSTER IS FULL, APPLICANT STAYS QUEUED!"
                WHEN OTHER
                   MOVE wSNo(waitFound) TO formSNo
                   MOVE wName(waitFound) TO formName
                   MOVE wCourse(waitFound) TO formCourse
                   MOVE wMobile(waitFound) TO formMobile
                   MOVE wLandline(waitFound) TO formLandline
                   MOVE wAge(waitFound) TO formAge

                   PERFORM COMMIT-NEW-STUDENT

                   IF NOT SAVE-WAS-REFUSED
                      PERFORM REMOVE-WAITLIST-ENTRY
                      PERFORM SAVE-WAITLIST
                      DISPLAY "APPLICANT ADMITTED FROM WAITLIST!"
                   END-IF
             END-EVALUATE.

          REMOVE-WAITLIST-ENTRY.
             PERFORM SHIFT-WAITLIST-UP VARYING waitShiftIdx
                FROM waitFound BY 1
                UNTIL waitShiftIdx > waitCount - 1.
             SUBTRACT 1 FROM waitCount.

          SHIFT-WAITLIST-UP.
             MOVE wCourse(waitShiftIdx + 1) TO wCourse(waitShiftIdx)
             MOVE wSNo(waitShiftIdx + 1) TO wSNo(waitShiftIdx)
             MOVE wName(waitShiftIdx + 1) TO wName(waitShiftIdx)
             MOVE wMobile(waitShiftIdx + 1) TO wMobile(waitShiftIdx)
             MOVE wLandline(waitShiftIdx + 1)
                TO wLandline(waitShiftIdx)
             MOVE wAge(waitShiftIdx + 1) TO wAge(waitShiftIdx).

          WAITLIST-MENU.
             DISPLAY "***WAITLIST***".
             DISPLAY "[1] WAITLIST REPORT".
             DISPLAY "[2] ADMIT NEXT APPLICANT".
             DISPLAY "[3] BACK TO MAIN MENU".
             DISPLAY "CHOICE: " WITH NO ADVANCING.
             ACCEPT waitlistChoice.

             EVALUATE waitlistChoice
                WHEN 1
                   PERFORM WAITLIST-REPORT
                WHEN 2
                   IF USER-CAN-UPDATE
                      PERFORM ADMIT-NEXT-APPLICANT
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN OTHER
                   MOVE 1 TO waitlistExited
             END-EVALUATE.

          ADMIT-NEXT-APPLICANT.
             DISPLAY "***ADMIT NEXT APPLICANT***".
             DISPLAY "COURSE CODE: " WITH NO ADVANCING.
             ACCEPT freedCourse.

             MOVE freedCourse TO checkCourse.
             PERFORM VALIDATE-COURSE.
             PERFORM COUNT-WAITLIST-POSITION.

             EVALUATE TRUE
                WHEN NOT COURSE-IS-VALID
                   DISPLAY "UNKNOWN COURSE CODE!"
                WHEN waitPosition = 0
                   DISPLAY "NO ONE QUEUED FOR THAT COURSE!"
                WHEN COURSE-IS-FULL
                   DISPLAY "COURSE IS STILL FULL, NO SEAT OPEN!"
                WHEN OTHER
                   PERFORM OFFER-NEXT-WAITLISTED
             END-EVALUATE.

          WAITLIST-REPORT.
             DISPLAY "***WAITLIST REPORT***".

             IF waitCount = 0
                DISPLAY "WAITLIST IS EMPTY!"
             ELSE
                PERFORM WAITLIST-COURSE-ENTRY VARYING waitIndex
                   FROM 1 BY 1 UNTIL waitIndex > waitCount
                DISPLAY "========================================"
                DISPLAY "TOTAL QUEUED: " waitCount
             END-IF.

          WAITLIST-COURSE-ENTRY.
             MOVE "N" TO dupCourseFlag.
             PERFORM CHECK-WAIT-COURSE-SEEN VARYING compareIndex
                FROM 1 BY 1 UNTIL compareIndex > waitIndex - 1
                OR COURSE-ALREADY-SEEN.

             IF NOT COURSE-ALREADY-SEEN
                DISPLAY "========================================"
                DISPLAY "COURSE: " wCourse(waitIndex)
                MOVE 0 TO waitPosition
                PERFORM PRINT-WAITLIST-LINE VARYING uniqueIndex
                   FROM 1 BY 1 UNTIL uniqueIndex > waitCount
             END-IF.

          CHECK-WAIT-COURSE-SEEN.
             IF wCourse(waitIndex) = wCourse(compareIndex)
                MOVE "Y" TO dupCourseFlag
             END-IF.

          PRINT-WAITLIST-LINE.
             IF wCourse(uniqueIndex) = wCourse(waitIndex)
                ADD 1 TO waitPosition
                DISPLAY "[" waitPosition "] " wSNo(uniqueIndex) " "
                   wName(uniqueIndex)
             END-IF.

          LOAD-RATES.
             MOVE 0 TO rateCount.
             MOVE "N" TO endOfRateFile.
             OPEN INPUT RATE-FILE.
             IF rateFileStatus NOT = "35"
                PERFORM READ-RATE-RECORD
                PERFORM STORE-RATE-RECORD UNTIL EOF-RATE-FILE
                CLOSE RATE-FILE
             END-IF.
             IF rateCount = 0
                DISPLAY "WARNING: NO RATE FILE LOADED, TUITION "
                   "ASSESSMENT IS OFF!"
             END-IF.

          READ-RATE-RECORD.
             READ RATE-FILE
                AT END MOVE "Y" TO endOfRateFile
             END-READ.

          STORE-RATE-RECORD.
             IF rateCount NOT < 50
                DISPLAY "RATE TABLE FULL, REST OF RATES.DAT IGNORED!"
                MOVE "Y" TO endOfRateFile
             ELSE
                ADD 1 TO rateCount
                MOVE RT-COURSE TO rtCourse(rateCount)
                MOVE RT-PER-UNIT TO rtPerUnit(rateCount)
                MOVE RT-FEES TO rtFees(rateCount)
                PERFORM READ-RATE-RECORD
             END-IF.

          LOAD-ASSESSMENTS.
             MOVE 0 TO assessCount.
             MOVE "N" TO endOfAssessFile.
             OPEN INPUT ASSESS-FILE.
             IF assessFileStatus NOT = "35"
                PERFORM READ-ASSESS-RECORD
                PERFORM STORE-ASSESS-RECORD UNTIL EOF-ASSESS-FILE
                CLOSE ASSESS-FILE
             END-IF.

          READ-ASSESS-RECORD.
             READ ASSESS-FILE
                AT END MOVE "Y" TO endOfAssessFile
             END-READ.

          STORE-ASSESS-RECORD.
             ADD 1 TO assessCount
             MOVE AS-SNO TO asSNo(assessCount)
             MOVE AS-TERM TO asTerm(assessCount)
             MOVE AS-AMOUNT TO asAmount(assessCount)
             MOVE AS-DATE TO asDate(assessCount)
             IF AS-DISCOUNT IS NUMERIC
                MOVE AS-DISCOUNT TO asDiscount(assessCount)
             ELSE
                MOVE 0 TO asDiscount(assessCount)
             END-IF
             PERFORM READ-ASSESS-RECORD.

          SAVE-ASSESSMENTS.
             OPEN OUTPUT ASSESS-FILE.
             PERFORM WRITE-ASSESS-RECORD VARYING assessIndex FROM 1 BY 1
                UNTIL assessIndex > assessCount.
             CLOSE ASSESS-FILE.

          WRITE-ASSESS-RECORD.
             MOVE asSNo(assessIndex) TO AS-SNO
             MOVE asTerm(assessIndex) TO AS-TERM
             MOVE asAmount(assessIndex) TO AS-AMOUNT
             MOVE asDate(assessIndex) TO AS-DATE
             MOVE asDiscount(assessIndex) TO AS-DISCOUNT
             WRITE ASSESS-RECORD.

          LOAD-PAYMENTS.
             MOVE 0 TO payCount.
             MOVE "N" TO endOfPaymentFile.
             OPEN INPUT PAYMENT-FILE.
             IF paymentFileStatus NOT = "35"
                PERFORM READ-PAYMENT-RECORD
                PERFORM STORE-PAYMENT-RECORD UNTIL EOF-PAYMENT-FILE
                CLOSE PAYMENT-FILE
             END-IF.

          READ-PAYMENT-RECORD.
             READ PAYMENT-FILE
                AT END MOVE "Y" TO endOfPaymentFile
             END-READ.

          STORE-PAYMENT-RECORD.
             ADD 1 TO payCount
             MOVE PY-SNO TO pySNo(payCount)
             MOVE PY-DATE TO pyDate(payCount)
             MOVE PY-AMOUNT TO pyAmount(payCount)
             IF PY-RECEIPT-NO IS NUMERIC
                MOVE PY-RECEIPT-NO TO pyReceipt(payCount)
             ELSE
                MOVE 0 TO pyReceipt(payCount)
             END-IF
             MOVE PY-TYPE TO pyType(payCount)
             MOVE PY-METHOD TO pyMethod(payCount)
             MOVE PY-REFERENCE TO pyReference(payCount)
             MOVE PY-USERID TO pyUserId(payCount)
             MOVE PY-APPROVER TO pyApprover(payCount)
             PERFORM READ-PAYMENT-RECORD.

          SAVE-PAYMENTS.
             OPEN OUTPUT PAYMENT-FILE.
             PERFORM WRITE-PAYMENT-RECORD VARYING payIndex FROM 1 BY 1
                UNTIL payIndex > payCount.
             CLOSE PAYMENT-FILE.

          WRITE-PAYMENT-RECORD.
             MOVE pySNo(payIndex) TO PY-SNO
             MOVE pyDate(payIndex) TO PY-DATE
             MOVE pyAmount(payIndex) TO PY-AMOUNT
             MOVE pyReceipt(payIndex) TO PY-RECEIPT-NO
             MOVE pyType(payIndex) TO PY-TYPE
             MOVE pyMethod(payIndex) TO PY-METHOD
             MOVE pyReference(payIndex) TO PY-REFERENCE
             MOVE pyUserId(payIndex) TO PY-USERID
             MOVE pyApprover(payIndex) TO PY-APPROVER
             WRITE PAYMENT-RECORD.

          LOAD-SCHOLARSHIPS.
             MOVE 0 TO schCount.
             MOVE "N" TO endOfScholarFile.
             OPEN INPUT SCHOLAR-FILE.
             IF scholarFileStatus NOT = "35"
                PERFORM READ-SCHOLAR-RECORD
                PERFORM STORE-SCHOLAR-RECORD UNTIL EOF-SCHOLAR-FILE
                CLOSE SCHOLAR-FILE
             END-IF.

          READ-SCHOLAR-RECORD.
             READ SCHOLAR-FILE
                AT END MOVE "Y" TO endOfScholarFile
             END-READ.

          STORE-SCHOLAR-RECORD.
             IF schCount NOT < 500
                DISPLAY "SCHOLARSHIP TABLE FULL, REST OF SCHOLAR.DAT "
                   "IGNORED!"
                MOVE "Y" TO endOfScholarFile
             ELSE
                ADD 1 TO schCount
                MOVE SC-SNO TO scSNo(schCount)
                MOVE SC-CODE TO scCode(schCount)
                MOVE SC-TYPE TO scType(schCount)
                MOVE SC-KIND TO scKind(schCount)
                MOVE SC-VALUE TO scValue(schCount)
                MOVE SC-FROM-TERM TO scFromTerm(schCount)
                MOVE SC-TO-TERM TO scToTerm(schCount)
                MOVE SC-MIN-GPA TO scMinGpa(schCount)
                MOVE SC-STATUS TO scStatus(schCount)
                MOVE SC-REVIEW-TERM TO scReviewTerm(schCount)
                PERFORM READ-SCHOLAR-RECORD
             END-IF.

          SAVE-SCHOLARSHIPS.
             OPEN OUTPUT SCHOLAR-FILE.
             PERFORM WRITE-SCHOLAR-RECORD VARYING schIndex FROM 1 BY 1
                UNTIL schIndex > schCount.
             CLOSE SCHOLAR-FILE.

          WRITE-SCHOLAR-RECORD.
             MOVE scSNo(schIndex) TO SC-SNO
             MOVE scCode(schIndex) TO SC-CODE
             MOVE scType(schIndex) TO SC-TYPE
             MOVE scKind(schIndex) TO SC-KIND
             MOVE scValue(schIndex) TO SC-VALUE
             MOVE scFromTerm(schIndex) TO SC-FROM-TERM
             MOVE scToTerm(schIndex) TO SC-TO-TERM
             MOVE scMinGpa(schIndex) TO SC-MIN-GPA
             MOVE scStatus(schIndex) TO SC-STATUS
             MOVE scReviewTerm(schIndex) TO SC-REVIEW-TERM
             WRITE SCHOLAR-RECORD.

          TUITION-MENU.
             DISPLAY "***TUITION AND PAYMENTS***".
             DISPLAY "[1] ASSESS TERM TUITION".
             DISPLAY "[2] POST PAYMENT".
             DISPLAY "[3] VIEW STUDENT BALANCE".
             DISPLAY "[4] OUTSTANDING BALANCES REPORT".
             DISPLAY "[5] VOID PAYMENT".
             DISPLAY "[6] CASHIER CLOSING REPORT".
             DISPLAY "[7] SCHOLARSHIPS AND DISCOUNTS".
             DISPLAY "[8] BACK TO MAIN MENU".
             DISPLAY "CHOICE: " WITH NO ADVANCING.
             ACCEPT tuitionChoice.

             EVALUATE tuitionChoice
                WHEN 1
                   IF USER-CAN-UPDATE
                      PERFORM ASSESS-TUITION
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 2
                   IF USER-CAN-UPDATE
                      PERFORM POST-PAYMENT
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 3
                   PERFORM VIEW-BALANCE
                WHEN 4
                   PERFORM OUTSTANDING-BALANCES-REPORT
                WHEN 5
                   IF USER-CAN-UPDATE
                      PERFORM VOID-PAYMENT
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 6
                   PERFORM CASHIER-CLOSING-REPORT
                WHEN 7
                   MOVE 0 TO schExited
                   PERFORM SCHOLARSHIP-MENU UNTIL schExited = 1
                WHEN OTHER
                   MOVE 1 TO tuitionExited
             END-EVALUATE.

          ASSESS-TUITION.
             DISPLAY "***ASSESS TERM TUITION***".
             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
             ACCEPT inputStdNo.

             MOVE 0 TO foundIndex.
             PERFORM FIND-BY-SNO VARYING IT FROM 1 BY 1
                UNTIL IT > studentCount.

             IF foundIndex = 0
                DISPLAY "STUDENT NOT FOUND!"
             ELSE
                DISPLAY "ENTER TERM (EX. 2026-1): " WITH NO ADVANCING
                ACCEPT assessTerm

                MOVE assessTerm TO checkTerm
                PERFORM VALIDATE-TERM

                MOVE 0 TO assessUnits
                PERFORM TALLY-ASSESS-UNITS VARYING enlistIndex
                   FROM 1 BY 1 UNTIL enlistIndex > enlistCount

                MOVE 0 TO rateFound
                PERFORM MATCH-RATE-COURSE VARYING rateIndex
                   FROM 1 BY 1 UNTIL rateIndex > rateCount

                MOVE 0 TO assessFound
                PERFORM FIND-ASSESSMENT VARYING assessIndex
                   FROM 1 BY 1 UNTIL assessIndex > assessCount

                EVALUATE TRUE
                   WHEN NOT TERM-IS-VALID
                      DISPLAY "UNKNOWN TERM CODE!"
                   WHEN TERM-IS-CLOSED
                      DISPLAY "TERM IS CLOSED, ASSESSMENT REFUSED!"
                   WHEN assessUnits = 0
                      DISPLAY "NO ENLISTMENT ON FILE FOR THAT TERM!"
                   WHEN rateFound = 0
                      DISPLAY "NO RATE ON FILE FOR COURSE "
                         course(foundIndex) "!"
                   WHEN assessFound = 0 AND assessCount NOT < 1000
                      DISPLAY "ASSESSMENT FILE IS FULL!"
                   WHEN OTHER
                      COMPUTE tuitionAmount =
                         assessUnits * rtPerUnit(rateFound)
                         + rtFees(rateFound)
                      MOVE tuitionAmount TO grossAssessed
                      PERFORM APPLY-SCHOLARSHIPS
                      SUBTRACT schDiscountTotal FROM tuitionAmount

                      ACCEPT logDate FROM DATE
                      IF assessFound = 0
                         ADD 1 TO assessCount
                         MOVE assessCount TO assessFound
                      END-IF
                      MOVE inputStdNo TO asSNo(assessFound)
                      MOVE assessTerm TO asTerm(assessFound)
                      MOVE tuitionAmount TO asAmount(assessFound)
                      MOVE logDate TO asDate(assessFound)
                      MOVE schDiscountTotal TO asDiscount(assessFound)

                      PERFORM SAVE-ASSESSMENTS
                      PERFORM COMPUTE-STUDENT-BALANCE
                      PERFORM WRITE-STATEMENT

                      IF schDiscountTotal > 0
                         MOVE schDiscountTotal TO moneyDisplay
                         DISPLAY "SCHOLARSHIP DISCOUNT: " moneyDisplay
                      END-IF
                      MOVE tuitionAmount TO moneyDisplay
                      DISPLAY "ASSESSED " moneyDisplay
                         " FOR TERM " assessTerm
                      DISPLAY "STATEMENT WRITTEN TO STMTACCT.TXT!"
                END-EVALUATE
             END-IF.

          TALLY-ASSESS-UNITS.
             IF eSNo(enlistIndex) = inputStdNo
                AND eTerm(enlistIndex) = assessTerm
                MOVE eSubject(enlistIndex) TO checkSubject
                MOVE 0 TO subjCatFound
                PERFORM MATCH-SUBJECT-CODE VARYING subjCatIndex
                   FROM 1 BY 1 UNTIL subjCatIndex > subjCatCount
                IF subjCatFound > 0
                   ADD sjUnits(subjCatFound) TO assessUnits
                ELSE
                   DISPLAY "SUBJECT NOT IN CATALOG, 0 UNITS "
                      "ASSESSED: " eSubject(enlistIndex)
                END-IF
             END-IF.

          MATCH-RATE-COURSE.
             IF rtCourse(rateIndex) = course(foundIndex)
                MOVE rateIndex TO rateFound
             END-IF.

          FIND-ASSESSMENT.
             IF asSNo(assessIndex) = inputStdNo
                AND asTerm(assessIndex) = assessTerm
                MOVE assessIndex TO assessFound
             END-IF.

          APPLY-SCHOLARSHIPS.
             MOVE 0 TO schDiscountTotal.
             MOVE 0 TO schAppliedCount.
             COMPUTE schTuitionBase =
                assessUnits * rtPerUnit(rateFound).
             PERFORM APPLY-SCHOLARSHIP-ENTRY VARYING schIndex
                FROM 1 BY 1 UNTIL schIndex > schCount.

          APPLY-SCHOLARSHIP-ENTRY.
             IF scSNo(schIndex) = inputStdNo
                AND scFromTerm(schIndex) NOT > assessTerm
                AND scToTerm(schIndex) NOT < assessTerm
                AND scStatus(schIndex) NOT = "S"
                AND schAppliedCount < 10
                IF scKind(schIndex) = "P"
                   COMPUTE schDiscount ROUNDED =
                      schTuitionBase * scValue(schIndex) / 100
                ELSE
                   MOVE scValue(schIndex) TO schDiscount
                END-IF
                IF schDiscountTotal + schDiscount > tuitionAmount
                   COMPUTE schDiscount =
                      tuitionAmount - schDiscountTotal
                END-IF
                ADD 1 TO schAppliedCount
                MOVE scCode(schIndex) TO saCode(schAppliedCount)
                MOVE scKind(schIndex) TO saKind(schAppliedCount)
                MOVE scValue(schIndex) TO saValue(schAppliedCount)
                MOVE schDiscount TO saDiscount(schAppliedCount)
                ADD schDiscount TO schDiscountTotal
             END-IF.

          COMPUTE-STUDENT-BALANCE.
             MOVE 0 TO totalAssessed.
             MOVE 0 TO totalPaid.
             PERFORM TALLY-ASSESSED VARYING assessIndex FROM 1 BY 1
                UNTIL assessIndex > assessCount.
             PERFORM TALLY-PAID VARYING payIndex FROM 1 BY 1
                UNTIL payIndex > payCount.
             COMPUTE balanceAmount = totalAssessed - totalPaid.

          TALLY-ASSESSED.
             IF asSNo(assessIndex) = inputStdNo
                ADD asAmount(assessIndex) TO totalAssessed
             END-IF.

          TALLY-PAID.
             IF pySNo(payIndex) = inputStdNo
                IF pyType(payIndex) = "V"
                   SUBTRACT pyAmount(payIndex) FROM totalPaid
                ELSE
                   ADD pyAmount(payIndex) TO totalPaid
                END-IF
             END-IF.

          WRITE-STATEMENT.
             OPEN OUTPUT STATEMENT-FILE.

             MOVE "========================================"
                TO STATEMENT-LINE.
             WRITE STATEMENT-LINE.
             MOVE "         STATEMENT OF ACCOUNT"
                TO STATEMENT-LINE.
             WRITE STATEMENT-LINE.
             MOVE "========================================"
                TO STATEMENT-LINE.
             WRITE STATEMENT-LINE.

             MOVE SPACES TO STATEMENT-LINE.
             STRING
                "NAME: " DELIMITED BY SIZE
                fullname(foundIndex) DELIMITED BY SIZE
                INTO STATEMENT-LINE
             END-STRING.
             WRITE STATEMENT-LINE.

             MOVE SPACES TO STATEMENT-LINE.
             STRING
                "STUDENT NUMBER: " DELIMITED BY SIZE
                sNo(foundIndex) DELIMITED BY SIZE
                INTO STATEMENT-LINE
             END-STRING.
             WRITE STATEMENT-LINE.

             MOVE SPACES TO STATEMENT-LINE.
             STRING
                "COURSE: " DELIMITED BY SIZE
                course(foundIndex) DELIMITED BY SIZE
                INTO STATEMENT-LINE
             END-STRING.
             WRITE STATEMENT-LINE.

             MOVE SPACES TO STATEMENT-LINE.
             STRING
                "TERM: " DELIMITED BY SIZE
                assessTerm DELIMITED BY SIZE
                INTO STATEMENT-LINE
             END-STRING.
             WRITE STATEMENT-LINE.

             MOVE "----------------------------------------"
                TO STATEMENT-LINE.
             WRITE STATEMENT-LINE.

             MOVE SPACES TO STATEMENT-LINE.
             STRING
                "UNITS ENLISTED: " DELIMITED BY SIZE
                assessUnits DELIMITED BY SIZE
                INTO STATEMENT-LINE
             END-STRING.
             WRITE STATEMENT-LINE.

             MOVE rtPerUnit(rateFound) TO moneyDisplay.
             MOVE SPACES TO STATEMENT-LINE.
             STRING
                "RATE PER UNIT: " DELIMITED BY SIZE
                moneyDisplay DELIMITED BY SIZE
                INTO STATEMENT-LINE
             END-STRING.
             WRITE STATEMENT-LINE.

             MOVE rtFees(rateFound) TO moneyDisplay.
             MOVE SPACES TO STATEMENT-LINE.
             STRING
                "COURSE FEES: " DELIMITED BY SIZE
                moneyDisplay DELIMITED BY SIZE
                INTO STATEMENT-LINE
             END-STRING.
             WRITE STATEMENT-LINE.

             IF schAppliedCount > 0
                MOVE grossAssessed TO moneyDisplay
                MOVE SPACES TO STATEMENT-LINE
                STRING
                   "GROSS ASSESSMENT: " DELIMITED BY SIZE
                   moneyDisplay DELIMITED BY SIZE
                   INTO STATEMENT-LINE
                END-STRING
                WRITE STATEMENT-LINE
                PERFORM WRITE-SCHOLARSHIP-LINE VARYING schAppliedIdx
                   FROM 1 BY 1 UNTIL schAppliedIdx > schAppliedCount
             END-IF.

             MOVE tuitionAmount TO moneyDisplay.
             MOVE SPACES TO STATEMENT-LINE.
             STRING
                "ASSESSED THIS TERM: " DELIMITED BY SIZE
                moneyDisplay DELIMITED BY SIZE
                INTO STATEMENT-LINE
             END-STRING.
             WRITE STATEMENT-LINE.

             MOVE "----------------------------------------"
                TO STATEMENT-LINE.
             WRITE STATEMENT-LINE.

             MOVE totalAssessed TO moneyDisplay.
             MOVE SPACES TO STATEMENT-LINE.
             STRING
                "TOTAL ASSESSED TO DATE: " DELIMITED BY SIZE
                moneyDisplay DELIMITED BY SIZE
                INTO STATEMENT-LINE
             END-STRING.
             WRITE STATEMENT-LINE.

             MOVE totalPaid TO moneyDisplay.
             MOVE SPACES TO STATEMENT-LINE.
             STRING
                "TOTAL PAYMENTS TO DATE: " DELIMITED BY SIZE
                moneyDisplay DELIMITED BY SIZE
                INTO STATEMENT-LINE
             END-STRING.
             WRITE STATEMENT-LINE.

             MOVE balanceAmount TO balanceDisplay.
             MOVE SPACES TO STATEMENT-LINE.
             STRING
                "BALANCE DUE: " DELIMITED BY SIZE
                balanceDisplay DELIMITED BY SIZE
                INTO STATEMENT-LINE
             END-STRING.
             WRITE STATEMENT-LINE.

             CLOSE STATEMENT-FILE.

          WRITE-SCHOLARSHIP-LINE.
             MOVE saValue(schAppliedIdx) TO schValueDisplay.
             MOVE saDiscount(schAppliedIdx) TO moneyDisplay.
             MOVE SPACES TO STATEMENT-LINE.
             IF saKind(schAppliedIdx) = "P"
                STRING
                   "LESS SCHOLARSHIP " DELIMITED BY SIZE
                   saCode(schAppliedIdx) DELIMITED BY SPACE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(schValueDisplay) DELIMITED BY SIZE
                   "% OF TUITION): " DELIMITED BY SIZE
                   moneyDisplay DELIMITED BY SIZE
                   INTO STATEMENT-LINE
                END-STRING
             ELSE
                STRING
                   "LESS SCHOLARSHIP " DELIMITED BY SIZE
                   saCode(schAppliedIdx) DELIMITED BY SPACE
                   " (FIXED): " DELIMITED BY SIZE
                   moneyDisplay DELIMITED BY SIZE
                   INTO STATEMENT-LINE
                END-STRING
             END-IF.
             WRITE STATEMENT-LINE.

          POST-PAYMENT.
             DISPLAY "***POST PAYMENT***".
             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
             ACCEPT inputStdNo.

             MOVE 0 TO foundIndex.
             PERFORM FIND-BY-SNO VARYING IT FROM 1 BY 1
                UNTIL IT > studentCount.

             IF foundIndex = 0
                DISPLAY "STUDENT NOT FOUND!"
             ELSE
                DISPLAY "ENTER AMOUNT (EX. 1500.00): "
                   WITH NO ADVANCING
                ACCEPT payAmountText
                COMPUTE payAmount = FUNCTION NUMVAL(payAmountText)
                DISPLAY "METHOD (C)ASH (K)CHECK (B)ANK DEPOSIT "
                   "(O)NLINE: " WITH NO ADVANCING
                ACCEPT payMethod
                MOVE FUNCTION UPPER-CASE(payMethod) TO payMethod
                MOVE SPACES TO payReference
                IF PAY-NEEDS-REFERENCE
                   DISPLAY "REFERENCE NO: " WITH NO ADVANCING
                   ACCEPT payReference
                END-IF

                EVALUATE TRUE
                   WHEN payAmount NOT > 0
                      DISPLAY "INVALID AMOUNT, NOT POSTED!"
                   WHEN NOT PAY-METHOD-VALID
                      DISPLAY "INVALID PAYMENT METHOD, NOT POSTED!"
                   WHEN PAY-NEEDS-REFERENCE AND payReference = SPACES
                      DISPLAY "REFERENCE NO IS REQUIRED, NOT POSTED!"
                   WHEN payCount NOT < 2000
                      DISPLAY "PAYMENT FILE IS FULL!"
                   WHEN OTHER
                      PERFORM NEXT-RECEIPT-NO
                      ACCEPT logDate FROM DATE
                      ADD 1 TO payCount
                      MOVE inputStdNo TO pySNo(payCount)
                      MOVE logDate TO pyDate(payCount)
                      MOVE payAmount TO pyAmount(payCount)
                      MOVE payReceiptNo TO pyReceipt(payCount)
                      MOVE "P" TO pyType(payCount)
                      MOVE payMethod TO pyMethod(payCount)
                      MOVE payReference TO pyReference(payCount)
                      MOVE currentUserId TO pyUserId(payCount)
                      MOVE SPACES TO pyApprover(payCount)

                      PERFORM SAVE-PAYMENTS
                      PERFORM COMPUTE-STUDENT-BALANCE

                      MOVE inputStdNo TO logSNo
                      MOVE "PAYMNT" TO logAction
                      MOVE payReceiptNo TO logField
                      PERFORM SET-METHOD-NAME
                      MOVE payMethodName TO logOldValue
                      MOVE payAmount TO moneyDisplay
                      MOVE moneyDisplay TO logNewValue
                      PERFORM WRITE-LOG-ENTRY

                      MOVE payCount TO payFoundIdx
                      PERFORM WRITE-RECEIPT

                      MOVE payReceiptNo TO payReceiptDisplay
                      DISPLAY "OFFICIAL RECEIPT NO: " payReceiptDisplay
                      MOVE payAmount TO moneyDisplay
                      DISPLAY "PAYMENT POSTED: " moneyDisplay
                      MOVE balanceAmount TO balanceDisplay
                      DISPLAY "RUNNING BALANCE: " balanceDisplay
                      DISPLAY "RECEIPT WRITTEN TO RECEIPT.TXT!"
                END-EVALUATE
             END-IF.

          NEXT-RECEIPT-NO.
             MOVE 0 TO payReceiptNo.
             PERFORM TRACK-RECEIPT-NO VARYING payIndex FROM 1 BY 1
                UNTIL payIndex > payCount.
             ADD 1 TO payReceiptNo.

          TRACK-RECEIPT-NO.
             IF pyReceipt(payIndex) > payReceiptNo
                MOVE pyReceipt(payIndex) TO payReceiptNo
             END-IF.

          SET-METHOD-NAME.
             EVALUATE payMethod
                WHEN "C"
                   MOVE "CASH" TO payMethodName
                   MOVE 1 TO methodIdx
                WHEN "K"
                   MOVE "CHECK" TO payMethodName
                   MOVE 2 TO methodIdx
                WHEN "B"
                   MOVE "BANK DEPOSIT" TO payMethodName
                   MOVE 3 TO methodIdx
                WHEN "O"
                   MOVE "ONLINE" TO payMethodName
                   MOVE 4 TO methodIdx
                WHEN OTHER
                   MOVE "CASH" TO payMethodName
                   MOVE 1 TO methodIdx
             END-EVALUATE.

          WRITE-RECEIPT.
             OPEN OUTPUT RECEIPT-FILE.

             MOVE "========================================"
                TO RECEIPT-LINE.
             WRITE RECEIPT-LINE.
             MOVE "           OFFICIAL RECEIPT"
                TO RECEIPT-LINE.
             WRITE RECEIPT-LINE.
             MOVE "========================================"
                TO RECEIPT-LINE.
             WRITE RECEIPT-LINE.

             MOVE pyReceipt(payFoundIdx) TO payReceiptDisplay.
             MOVE SPACES TO RECEIPT-LINE.
             STRING
                "RECEIPT NO: " DELIMITED BY SIZE
                payReceiptDisplay DELIMITED BY SIZE
                "   DATE: " DELIMITED BY SIZE
                pyDate(payFoundIdx) DELIMITED BY SIZE
                INTO RECEIPT-LINE
             END-STRING.
             WRITE RECEIPT-LINE.

             MOVE SPACES TO RECEIPT-LINE.
             STRING
                "RECEIVED FROM: " DELIMITED BY SIZE
                fullname(foundIndex) DELIMITED BY SIZE
                INTO RECEIPT-LINE
             END-STRING.
             WRITE RECEIPT-LINE.

             MOVE SPACES TO RECEIPT-LINE.
             STRING
                "STUDENT NUMBER: " DELIMITED BY SIZE
                sNo(foundIndex) DELIMITED BY SIZE
                INTO RECEIPT-LINE
             END-STRING.
             WRITE RECEIPT-LINE.

             MOVE "----------------------------------------"
                TO RECEIPT-LINE.
             WRITE RECEIPT-LINE.

             MOVE pyAmount(payFoundIdx) TO moneyDisplay.
             MOVE SPACES TO RECEIPT-LINE.
             STRING
                "AMOUNT RECEIVED: " DELIMITED BY SIZE
                moneyDisplay DELIMITED BY SIZE
                INTO RECEIPT-LINE
             END-STRING.
             WRITE RECEIPT-LINE.

             MOVE pyMethod(payFoundIdx) TO payMethod.
             PERFORM SET-METHOD-NAME.
             MOVE SPACES TO RECEIPT-LINE.
             STRING
                "PAYMENT METHOD: " DELIMITED BY SIZE
                payMethodName DELIMITED BY SIZE
                INTO RECEIPT-LINE
             END-STRING.
             WRITE RECEIPT-LINE.

             IF pyReference(payFoundIdx) NOT = SPACES
                MOVE SPACES TO RECEIPT-LINE
                STRING
                   "REFERENCE NO: " DELIMITED BY SIZE
                   pyReference(payFoundIdx) DELIMITED BY SIZE
                   INTO RECEIPT-LINE
                END-STRING
                WRITE RECEIPT-LINE
             END-IF.

             MOVE balanceAmount TO balanceDisplay.
             MOVE SPACES TO RECEIPT-LINE.
             STRING
                "REMAINING BALANCE: " DELIMITED BY SIZE
                balanceDisplay DELIMITED BY SIZE
                INTO RECEIPT-LINE
             END-STRING.
             WRITE RECEIPT-LINE.

             MOVE "----------------------------------------"
                TO RECEIPT-LINE.
             WRITE RECEIPT-LINE.

             MOVE SPACES TO RECEIPT-LINE.
             STRING
                "RECEIVED BY: " DELIMITED BY SIZE
                pyUserId(payFoundIdx) DELIMITED BY SIZE
                INTO RECEIPT-LINE
             END-STRING.
             WRITE RECEIPT-LINE.

             CLOSE RECEIPT-FILE.

          VOID-PAYMENT.
             DISPLAY "***VOID PAYMENT***".
             DISPLAY "ENTER RECEIPT NO: " WITH NO ADVANCING.
             ACCEPT payAmountText.
             COMPUTE payReceiptNo = FUNCTION NUMVAL(payAmountText).

             MOVE 0 TO payFoundIdx.
             MOVE "N" TO payVoidedFlag.
             PERFORM FIND-RECEIPT-ENTRY VARYING payIndex FROM 1 BY 1
                UNTIL payIndex > payCount.

             EVALUATE TRUE
                WHEN payReceiptNo = 0 OR payFoundIdx = 0
                   DISPLAY "RECEIPT NOT FOUND!"
                WHEN RECEIPT-ALREADY-VOIDED
                   DISPLAY "RECEIPT IS ALREADY VOIDED!"
                WHEN payCount NOT < 2000
                   DISPLAY "PAYMENT FILE IS FULL!"
                WHEN OTHER
                   PERFORM CONFIRM-PAYMENT-VOID
             END-EVALUATE.

          FIND-RECEIPT-ENTRY.
             IF pyReceipt(payIndex) = payReceiptNo
                IF pyType(payIndex) = "V"
                   MOVE "Y" TO payVoidedFlag
                ELSE
                   MOVE payIndex TO payFoundIdx
                END-IF
             END-IF.

          CONFIRM-PAYMENT-VOID.
             MOVE pyReceipt(payFoundIdx) TO payReceiptDisplay.
             MOVE pyAmount(payFoundIdx) TO moneyDisplay.
             MOVE pyMethod(payFoundIdx) TO payMethod.
             PERFORM SET-METHOD-NAME.
             DISPLAY "RECEIPT NO: " payReceiptDisplay
                " DATE: " pyDate(payFoundIdx).
             DISPLAY "STUDENT: " FUNCTION TRIM(pySNo(payFoundIdx))
                " AMOUNT: " moneyDisplay.
             DISPLAY "METHOD: " payMethodName
                " POSTED BY: " pyUserId(payFoundIdx).
             DISPLAY "REASON FOR VOID: " WITH NO ADVANCING.
             ACCEPT payReference.

             IF payReference = SPACES
                DISPLAY "REASON IS REQUIRED, VOID CANCELLED!"
             ELSE
                PERFORM APPROVE-PAYMENT-VOID
                IF NOT OVERRIDE-IS-APPROVED
                   DISPLAY "VOID NOT APPROVED, PAYMENT UNCHANGED!"
                ELSE
                   ACCEPT logDate FROM DATE
                   ADD 1 TO payCount
                   MOVE pySNo(payFoundIdx) TO pySNo(payCount)
                   MOVE logDate TO pyDate(payCount)
                   MOVE pyAmount(payFoundIdx) TO pyAmount(payCount)
                   MOVE pyReceipt(payFoundIdx) TO pyReceipt(payCount)
                   MOVE "V" TO pyType(payCount)
                   MOVE pyMethod(payFoundIdx) TO pyMethod(payCount)
                   MOVE payReference TO pyReference(payCount)
                   MOVE currentUserId TO pyUserId(payCount)
                   MOVE payApprover TO pyApprover(payCount)

                   PERFORM SAVE-PAYMENTS

                   MOVE pySNo(payFoundIdx) TO inputStdNo
                   PERFORM COMPUTE-STUDENT-BALANCE

                   MOVE inputStdNo TO logSNo
                   MOVE "PAYVOD" TO logAction
                   MOVE pyReceipt(payFoundIdx) TO logField
                   MOVE moneyDisplay TO logOldValue
                   MOVE payReference TO logNewValue
                   PERFORM WRITE-LOG-ENTRY

                   DISPLAY "RECEIPT " payReceiptDisplay " VOIDED!"
                   MOVE balanceAmount TO balanceDisplay
                   DISPLAY "RUNNING BALANCE: " balanceDisplay
                END-IF
             END-IF.

          APPROVE-PAYMENT-VOID.
             MOVE "N" TO overrideApprovedFlag.
             MOVE SPACES TO payApprover.
             IF USER-IS-SUPERVISOR
                DISPLAY "APPROVE PAYMENT VOID (Y/N)? "
                   WITH NO ADVANCING
                ACCEPT confirmFlag
                IF confirmFlag = "Y" OR confirmFlag = "y"
                   MOVE "Y" TO overrideApprovedFlag
                   MOVE currentUserId TO payApprover
                END-IF
             ELSE
                DISPLAY "SUPERVISOR APPROVAL REQUIRED!"
                DISPLAY "SUPERVISOR USER ID: " WITH NO ADVANCING
                ACCEPT approveId
                DISPLAY "SUPERVISOR PASSWORD: " WITH NO ADVANCING
                ACCEPT approvePassword

                PERFORM CHECK-APPROVER-ENTRY VARYING userIndex
                   FROM 1 BY 1 UNTIL userIndex > userCount
                   OR OVERRIDE-IS-APPROVED

                IF OVERRIDE-IS-APPROVED
                   MOVE approveId TO payApprover
                ELSE
                   DISPLAY "INVALID SUPERVISOR CREDENTIALS!"
                END-IF
             END-IF.

          CASHIER-CLOSING-REPORT.
             DISPLAY "***CASHIER CLOSING REPORT***".
             DISPLAY "COLLECTION DATE YYMMDD (BLANK FOR TODAY): "
                WITH NO ADVANCING.
             ACCEPT closeDateText.
             IF closeDateText = SPACES
                ACCEPT closeDate FROM DATE
             ELSE
                COMPUTE closeDate = FUNCTION NUMVAL(closeDateText)
             END-IF.

             MOVE 0 TO cashCount.
             MOVE 0 TO closeFirstReceipt.
             MOVE 0 TO closeLastReceipt.
             MOVE 0 TO closeReceiptCount.
             MOVE 0 TO closeVoidCount.
             MOVE 0 TO closeGross.
             MOVE 0 TO closeVoidTotal.
             INITIALIZE methodTotals.
             PERFORM TALLY-CLOSING-ENTRY VARYING payIndex FROM 1 BY 1
                UNTIL payIndex > payCount.

             MOVE "Y" TO cashSwapped.
             PERFORM SORT-CASHIER-PASS UNTIL NOT CASH-TABLE-SWAPPED.

             OPEN OUTPUT CLOSING-FILE.
             MOVE "========================================"
                TO CLOSING-LINE.
             WRITE CLOSING-LINE.
             MOVE "      CASHIER END-OF-DAY CLOSING REPORT"
                TO CLOSING-LINE.
             WRITE CLOSING-LINE.
             MOVE SPACES TO CLOSING-LINE.
             STRING
                "COLLECTION DATE: " DELIMITED BY SIZE
                closeDate DELIMITED BY SIZE
                INTO CLOSING-LINE
             END-STRING.
             WRITE CLOSING-LINE.
             MOVE "========================================"
                TO CLOSING-LINE.
             WRITE CLOSING-LINE.

             MOVE SPACES TO CLOSING-LINE.
             WRITE CLOSING-LINE.
             MOVE "COLLECTIONS BY OPERATOR AND METHOD"
                TO CLOSING-LINE.
             WRITE CLOSING-LINE.
             MOVE "OPERATOR    METHOD       COUNT       AMOUNT"
                TO CLOSING-LINE.
             WRITE CLOSING-LINE.
             MOVE "----------------------------------------------"
                TO CLOSING-LINE.
             WRITE CLOSING-LINE.

             IF cashCount = 0
                MOVE "NO COLLECTIONS POSTED." TO CLOSING-LINE
                WRITE CLOSING-LINE
             ELSE
                MOVE ccUserId(1) TO closeLastUser
                MOVE 0 TO closeUserCount
                MOVE 0 TO closeUserTotal
                PERFORM WRITE-CASHIER-LINE VARYING cashIndex
                   FROM 1 BY 1 UNTIL cashIndex > cashCount
                PERFORM WRITE-OPERATOR-TOTAL
             END-IF.

             MOVE SPACES TO CLOSING-LINE.
             WRITE CLOSING-LINE.
             MOVE "TOTALS BY METHOD" TO CLOSING-LINE.
             WRITE CLOSING-LINE.
             MOVE "----------------------------------------------"
                TO CLOSING-LINE.
             WRITE CLOSING-LINE.
             PERFORM WRITE-METHOD-TOTAL VARYING methodIdx
                FROM 1 BY 1 UNTIL methodIdx > 4.

             MOVE SPACES TO CLOSING-LINE.
             WRITE CLOSING-LINE.
             MOVE "VOIDS POSTED" TO CLOSING-LINE.
             WRITE CLOSING-LINE.
             MOVE "RECEIPT  STUDENT NO            AMOUNT  "
                TO CLOSING-LINE.
             MOVE "OPERATOR    APPROVED BY" TO CLOSING-LINE(40:23).
             WRITE CLOSING-LINE.
             MOVE "----------------------------------------------"
                TO CLOSING-LINE.
             WRITE CLOSING-LINE.
             IF closeVoidCount = 0
                MOVE "NO VOIDS POSTED." TO CLOSING-LINE
                WRITE CLOSING-LINE
             ELSE
                PERFORM WRITE-VOID-LINE VARYING payIndex
                   FROM 1 BY 1 UNTIL payIndex > payCount
             END-IF.

             MOVE SPACES TO CLOSING-LINE.
             WRITE CLOSING-LINE.
             MOVE "========================================"
                TO CLOSING-LINE.
             WRITE CLOSING-LINE.
             MOVE SPACES TO CLOSING-LINE.
             IF closeReceiptCount = 0
                MOVE "RECEIPTS ISSUED: NONE" TO CLOSING-LINE
             ELSE
                STRING
                   "RECEIPTS ISSUED: " DELIMITED BY SIZE
                   closeFirstReceipt DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   closeLastReceipt DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   closeReceiptCount DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO CLOSING-LINE
                END-STRING
             END-IF.
             WRITE CLOSING-LINE.

             MOVE closeGross TO moneyDisplay.
             MOVE SPACES TO CLOSING-LINE.
             STRING
                "GROSS COLLECTIONS: " DELIMITED BY SIZE
                moneyDisplay DELIMITED BY SIZE
                INTO CLOSING-LINE
             END-STRING.
             WRITE CLOSING-LINE.

             MOVE closeVoidTotal TO moneyDisplay.
             MOVE SPACES TO CLOSING-LINE.
             STRING
                "LESS VOIDS:        " DELIMITED BY SIZE
                moneyDisplay DELIMITED BY SIZE
                " (" DELIMITED BY SIZE
                closeVoidCount DELIMITED BY SIZE
                ")" DELIMITED BY SIZE
                INTO CLOSING-LINE
             END-STRING.
             WRITE CLOSING-LINE.

             COMPUTE closeNet = closeGross - closeVoidTotal.
             MOVE closeNet TO balanceDisplay.
             MOVE SPACES TO CLOSING-LINE.
             STRING
                "NET COLLECTIONS:  " DELIMITED BY SIZE
                balanceDisplay DELIMITED BY SIZE
                INTO CLOSING-LINE
             END-STRING.
             WRITE CLOSING-LINE.
             CLOSE CLOSING-FILE.

             MOVE closeNet TO balanceDisplay.
             DISPLAY "NET COLLECTIONS: " balanceDisplay.
             DISPLAY "REPORT WRITTEN TO CASHCLOS.TXT!".

          TALLY-CLOSING-ENTRY.
             IF pyDate(payIndex) = closeDate
                IF pyType(payIndex) = "V"
                   ADD 1 TO closeVoidCount
                   ADD pyAmount(payIndex) TO closeVoidTotal
                ELSE
                   ADD 1 TO closeReceiptCount
                   ADD pyAmount(payIndex) TO closeGross
                   IF closeFirstReceipt = 0
                      OR pyReceipt(payIndex) < closeFirstReceipt
                      MOVE pyReceipt(payIndex) TO closeFirstReceipt
                   END-IF
                   IF pyReceipt(payIndex) > closeLastReceipt
                      MOVE pyReceipt(payIndex) TO closeLastReceipt
                   END-IF

                   MOVE pyMethod(payIndex) TO payMethod
                   PERFORM SET-METHOD-NAME
                   ADD 1 TO mtCount(methodIdx)
                   ADD pyAmount(payIndex) TO mtAmount(methodIdx)

                   MOVE 0 TO cashFound
                   PERFORM MATCH-CASHIER-ENTRY VARYING cashIndex
                      FROM 1 BY 1 UNTIL cashIndex > cashCount
                   IF cashFound = 0 AND cashCount < 100
                      ADD 1 TO cashCount
                      MOVE cashCount TO cashFound
                      MOVE pyUserId(payIndex) TO ccUserId(cashFound)
                      MOVE pyMethod(payIndex) TO ccMethod(cashFound)
                      MOVE 0 TO ccCount(cashFound)
                      MOVE 0 TO ccAmount(cashFound)
                   END-IF
                   IF cashFound > 0
                      ADD 1 TO ccCount(cashFound)
                      ADD pyAmount(payIndex) TO ccAmount(cashFound)
                   END-IF
                END-IF
             END-IF.

          MATCH-CASHIER-ENTRY.
             IF ccUserId(cashIndex) = pyUserId(payIndex)
                AND ccMethod(cashIndex) = pyMethod(payIndex)
                MOVE cashIndex TO cashFound
             END-IF.

          SORT-CASHIER-PASS.
             MOVE "N" TO cashSwapped.
             PERFORM SORT-CASHIER-COMPARE VARYING cashIndex
                FROM 1 BY 1 UNTIL cashIndex > cashCount - 1.

          SORT-CASHIER-COMPARE.
             IF ccUserId(cashIndex) > ccUserId(cashIndex + 1)
                OR (ccUserId(cashIndex) = ccUserId(cashIndex + 1)
                AND ccMethod(cashIndex) > ccMethod(cashIndex + 1))
                MOVE cash-info(cashIndex) TO cashSwapArea
                MOVE cash-info(cashIndex + 1) TO cash-info(cashIndex)
                MOVE cashSwapArea TO cash-info(cashIndex + 1)
                MOVE "Y" TO cashSwapped
             END-IF.

          WRITE-CASHIER-LINE.
             IF ccUserId(cashIndex) NOT = closeLastUser
                PERFORM WRITE-OPERATOR-TOTAL
                MOVE ccUserId(cashIndex) TO closeLastUser
                MOVE 0 TO closeUserCount
                MOVE 0 TO closeUserTotal
             END-IF.

             MOVE ccMethod(cashIndex) TO payMethod.
             PERFORM SET-METHOD-NAME.
             MOVE ccUserId(cashIndex) TO cdUserId.
             MOVE payMethodName TO cdMethod.
             MOVE ccCount(cashIndex) TO cdCount.
             MOVE ccAmount(cashIndex) TO cdAmount.
             MOVE closingDetail TO CLOSING-LINE.
             WRITE CLOSING-LINE.

             ADD ccCount(cashIndex) TO closeUserCount.
             ADD ccAmount(cashIndex) TO closeUserTotal.

          WRITE-OPERATOR-TOTAL.
             MOVE SPACES TO cdUserId.
             MOVE "OPERATOR TOT" TO cdMethod.
             MOVE closeUserCount TO cdCount.
             MOVE closeUserTotal TO cdAmount.
             MOVE closingDetail TO CLOSING-LINE.
             WRITE CLOSING-LINE.
             MOVE SPACES TO CLOSING-LINE.
             WRITE CLOSING-LINE.

          WRITE-METHOD-TOTAL.
             EVALUATE methodIdx
                WHEN 1
                   MOVE "CASH" TO cdMethod
                WHEN 2
                   MOVE "CHECK" TO cdMethod
                WHEN 3
                   MOVE "BANK DEPOSIT" TO cdMethod
                WHEN 4
                   MOVE "ONLINE" TO cdMethod
             END-EVALUATE.
             MOVE SPACES TO cdUserId.
             MOVE mtCount(methodIdx) TO cdCount.
             MOVE mtAmount(methodIdx) TO cdAmount.
             MOVE closingDetail TO CLOSING-LINE.
             WRITE CLOSING-LINE.

          WRITE-VOID-LINE.
             IF pyDate(payIndex) = closeDate
                AND pyType(payIndex) = "V"
                MOVE pyReceipt(payIndex) TO vdReceipt
                MOVE pySNo(payIndex) TO vdSNo
                MOVE pyAmount(payIndex) TO vdAmount
                MOVE pyUserId(payIndex) TO vdUserId
                MOVE pyApprover(payIndex) TO vdApprover
                MOVE voidDetail TO CLOSING-LINE
                WRITE CLOSING-LINE
                MOVE SPACES TO CLOSING-LINE
                STRING
                   "         REASON: " DELIMITED BY SIZE
                   pyReference(payIndex) DELIMITED BY SIZE
                   INTO CLOSING-LINE
                END-STRING
                WRITE CLOSING-LINE
             END-IF.

          SCHOLARSHIP-MENU.
             DISPLAY "***SCHOLARSHIPS AND DISCOUNTS***".
             DISPLAY "[1] GRANT SCHOLARSHIP OR DISCOUNT".
             DISPLAY "[2] LIST STUDENT SCHOLARSHIPS".
             DISPLAY "[3] SUSPEND OR REINSTATE SCHOLARSHIP".
             DISPLAY "[4] SCHOLARSHIP RETENTION RUN".
             DISPLAY "[5] BACK TO TUITION MENU".
             DISPLAY "CHOICE: " WITH NO ADVANCING.
             ACCEPT schChoice.

             EVALUATE schChoice
                WHEN 1
                   IF USER-CAN-UPDATE
                      PERFORM GRANT-SCHOLARSHIP
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 2
                   PERFORM LIST-STUDENT-SCHOLARSHIPS
                WHEN 3
                   IF USER-IS-SUPERVISOR
                      PERFORM CHANGE-SCHOLARSHIP-STATUS
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 4
                   IF USER-IS-SUPERVISOR
                      PERFORM SCHOLARSHIP-RETENTION-RUN
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN OTHER
                   MOVE 1 TO schExited
             END-EVALUATE.

          GRANT-SCHOLARSHIP.
             DISPLAY "***GRANT SCHOLARSHIP OR DISCOUNT***".
             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
             ACCEPT inputStdNo.

             IF foundIndex = 0
                DISPLAY "STUDENT NOT FOUND!"
             ELSE
                DISPLAY "SCHOLARSHIP CODE (EX. DEANS): "
                   WITH NO ADVANCING
                ACCEPT newSchCode
                MOVE FUNCTION UPPER-CASE(newSchCode) TO newSchCode
                DISPLAY "TYPE (A)CADEMIC (T)ATHLETE (E)MPLOYEE "
                   "DEPENDENT (S)IBLING (O)THER: " WITH NO ADVANCING
                ACCEPT newSchType
                MOVE FUNCTION UPPER-CASE(newSchType) TO newSchType
                DISPLAY "DISCOUNT (P)ERCENT OF TUITION OR (F)IXED "
                   "AMOUNT: " WITH NO ADVANCING
                ACCEPT newSchKind
                MOVE FUNCTION UPPER-CASE(newSchKind) TO newSchKind
                DISPLAY "PERCENT OR AMOUNT (EX. 50.00): "
                   WITH NO ADVANCING
                ACCEPT newSchValueText
                COMPUTE newSchValue = FUNCTION NUMVAL(newSchValueText)
                DISPLAY "FIRST TERM (EX. 2026-1): " WITH NO ADVANCING
                ACCEPT newSchFrom
                DISPLAY "LAST TERM (EX. 2027-2): " WITH NO ADVANCING
                ACCEPT newSchTo
                MOVE 0 TO newSchMinGpa
                IF SCH-IS-ACADEMIC
                   DISPLAY "REQUIRED TERM GPA (EX. 1.75): "
                      WITH NO ADVANCING
                   ACCEPT newSchGpaText
                   COMPUTE newSchMinGpa =
                      FUNCTION NUMVAL(newSchGpaText)
                END-IF

                MOVE 0 TO schFound
                PERFORM FIND-ACTIVE-SCHOLARSHIP VARYING schIndex
                   FROM 1 BY 1 UNTIL schIndex > schCount

                MOVE newSchFrom TO checkTerm
                PERFORM VALIDATE-TERM
                IF TERM-IS-VALID
                   MOVE newSchTo TO checkTerm
                   PERFORM VALIDATE-TERM
                END-IF

                EVALUATE TRUE
                   WHEN newSchCode = SPACES
                      DISPLAY "SCHOLARSHIP CODE IS REQUIRED!"
                   WHEN NOT SCH-TYPE-VALID
                      DISPLAY "INVALID SCHOLARSHIP TYPE!"
                   WHEN NOT SCH-KIND-VALID
                      DISPLAY "INVALID DISCOUNT KIND!"
                   WHEN newSchValue = 0
                      DISPLAY "INVALID DISCOUNT VALUE!"
                   WHEN newSchKind = "P" AND newSchValue > 100
                      DISPLAY "PERCENT CANNOT EXCEED 100!"
                   WHEN newSchFrom = SPACES OR newSchTo = SPACES
                      DISPLAY "TERM RANGE IS REQUIRED!"
                   WHEN NOT TERM-IS-VALID
                      DISPLAY "UNKNOWN TERM CODE!"
                   WHEN newSchFrom > newSchTo
                      DISPLAY "LAST TERM IS BEFORE FIRST TERM!"
                   WHEN SCH-IS-ACADEMIC
                      AND (newSchMinGpa < 1 OR newSchMinGpa > 5)
                      DISPLAY "INVALID REQUIRED GPA!"
                   WHEN schFound > 0
                      DISPLAY "SCHOLARSHIP ALREADY ACTIVE FOR STUDENT!"
                   WHEN schCount NOT < 500
                      DISPLAY "SCHOLARSHIP FILE IS FULL!"
                   WHEN OTHER
                      ADD 1 TO schCount
                      MOVE inputStdNo TO scSNo(schCount)
                      MOVE newSchCode TO scCode(schCount)
                      MOVE newSchType TO scType(schCount)
                      MOVE newSchKind TO scKind(schCount)
                      MOVE newSchValue TO scValue(schCount)
                      MOVE newSchFrom TO scFromTerm(schCount)
                      MOVE newSchTo TO scToTerm(schCount)
                      MOVE newSchMinGpa TO scMinGpa(schCount)
                      MOVE "A" TO scStatus(schCount)
                      MOVE SPACES TO scReviewTerm(schCount)
                      PERFORM SAVE-SCHOLARSHIPS

                      MOVE inputStdNo TO logSNo
                      MOVE "SCHADD" TO logAction
                      MOVE newSchCode TO logField
                      MOVE SPACES TO logOldValue
                      MOVE newSchValue TO schValueDisplay
                      MOVE SPACES TO logNewValue
                      STRING
                         newSchKind DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         FUNCTION TRIM(schValueDisplay)
                            DELIMITED BY SIZE
                         " " DELIMITED BY SIZE
                         newSchFrom DELIMITED BY SPACE
                         "-" DELIMITED BY SIZE
                         newSchTo DELIMITED BY SPACE
                         INTO logNewValue
                      END-STRING
                      PERFORM WRITE-LOG-ENTRY

                      DISPLAY "SCHOLARSHIP GRANTED!"
                END-EVALUATE
             END-IF.

          FIND-ACTIVE-SCHOLARSHIP.
             IF scSNo(schIndex) = inputStdNo
                AND scCode(schIndex) = newSchCode
                AND scStatus(schIndex) NOT = "S"
                AND scToTerm(schIndex) NOT < newSchFrom
                MOVE schIndex TO schFound
             END-IF.

          LIST-STUDENT-SCHOLARSHIPS.
             DISPLAY "***STUDENT SCHOLARSHIPS***".
             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
             ACCEPT inputStdNo.

             MOVE 0 TO matchCount.
             PERFORM LIST-SCHOLARSHIP-ENTRY VARYING schIndex
                FROM 1 BY 1 UNTIL schIndex > schCount.

             IF matchCount = 0
                DISPLAY "NO SCHOLARSHIPS ON FILE!"
             END-IF.

          LIST-SCHOLARSHIP-ENTRY.
             IF scSNo(schIndex) = inputStdNo
                ADD 1 TO matchCount
                PERFORM SET-SCHOLARSHIP-NAMES
                MOVE scValue(schIndex) TO schValueDisplay
                DISPLAY scCode(schIndex) " " schTypeName " "
                   scKind(schIndex) " " schValueDisplay " "
                   FUNCTION TRIM(scFromTerm(schIndex)) " TO "
                   FUNCTION TRIM(scToTerm(schIndex)) " "
                   schStatusName
                IF scType(schIndex) = "A"
                   MOVE scMinGpa(schIndex) TO gpaDisplay
                   DISPLAY "   REQUIRED GPA: " gpaDisplay
                      "  LAST REVIEWED: " scReviewTerm(schIndex)
                END-IF
             END-IF.

          SET-SCHOLARSHIP-NAMES.
             EVALUATE scType(schIndex)
                WHEN "A"
                   MOVE "ACADEMIC" TO schTypeName
                WHEN "T"
                   MOVE "ATHLETE" TO schTypeName
                WHEN "E"
                   MOVE "EMPLOYEE DEP" TO schTypeName
                WHEN "S"
                   MOVE "SIBLING" TO schTypeName
                WHEN OTHER
                   MOVE "OTHER" TO schTypeName
             END-EVALUATE.
             EVALUATE scStatus(schIndex)
                WHEN "F"
                   MOVE "FLAGGED" TO schStatusName
                WHEN "S"
                   MOVE "SUSPENDED" TO schStatusName
                WHEN OTHER
                   MOVE "ACTIVE" TO schStatusName
             END-EVALUATE.

          CHANGE-SCHOLARSHIP-STATUS.
             DISPLAY "***SUSPEND OR REINSTATE SCHOLARSHIP***".
             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
             ACCEPT inputStdNo.
             DISPLAY "SCHOLARSHIP CODE: " WITH NO ADVANCING.
             ACCEPT newSchCode.
             MOVE FUNCTION UPPER-CASE(newSchCode) TO newSchCode.

             MOVE 0 TO schFound.
             PERFORM FIND-SCHOLARSHIP-CODE VARYING schIndex
                FROM 1 BY 1 UNTIL schIndex > schCount.

             IF schFound = 0
                DISPLAY "SCHOLARSHIP NOT FOUND!"
             ELSE
                MOVE schFound TO schIndex
                PERFORM SET-SCHOLARSHIP-NAMES
                DISPLAY "CURRENT STATUS: " schStatusName
                DISPLAY "NEW STATUS (A)CTIVE (S)USPENDED: "
                   WITH NO ADVANCING
                ACCEPT newSchStatus
                MOVE FUNCTION UPPER-CASE(newSchStatus) TO newSchStatus

                EVALUATE TRUE
                   WHEN newSchStatus NOT = "A" AND NOT = "S"
                      DISPLAY "INVALID STATUS!"
                   WHEN newSchStatus = scStatus(schFound)
                      DISPLAY "STATUS UNCHANGED!"
                   WHEN OTHER
                      MOVE scStatus(schFound) TO oldSchStatus
                      MOVE newSchStatus TO scStatus(schFound)
                      PERFORM SAVE-SCHOLARSHIPS

                      MOVE inputStdNo TO logSNo
                      MOVE "SCHSTS" TO logAction
                      MOVE newSchCode TO logField
                      MOVE oldSchStatus TO logOldValue
                      MOVE newSchStatus TO logNewValue
                      PERFORM WRITE-LOG-ENTRY

                      DISPLAY "SCHOLARSHIP STATUS UPDATED!"
                END-EVALUATE
             END-IF.

          FIND-SCHOLARSHIP-CODE.
             IF scSNo(schIndex) = inputStdNo
                AND scCode(schIndex) = newSchCode
                MOVE schIndex TO schFound
             END-IF.

          SCHOLARSHIP-RETENTION-RUN.
             DISPLAY "***SCHOLARSHIP RETENTION RUN***".
             DISPLAY "ENTER TERM (EX. 2026-1): " WITH NO ADVANCING.
             ACCEPT retainTerm.

             MOVE retainTerm TO checkTerm.
             PERFORM VALIDATE-TERM.

             EVALUATE TRUE
                WHEN NOT TERM-IS-VALID
                   DISPLAY "UNKNOWN TERM CODE!"
                WHEN termCount > 0 AND TERM-IS-OPEN
                   DISPLAY "TERM IS STILL OPEN, RUN CANCELLED!"
                WHEN OTHER
                   PERFORM RETENTION-REVIEW-PASS
             END-EVALUATE.

          RETENTION-REVIEW-PASS.
             MOVE 0 TO retainReviewCount.
             MOVE 0 TO retainKeptCount.
             MOVE 0 TO retainFlagCount.
             MOVE 0 TO retainSuspendCount.
             MOVE 0 TO retainNoGradeCount.
             ACCEPT reportDate FROM DATE.

             OPEN OUTPUT RETAIN-FILE.
             MOVE "========================================"
                TO RETAIN-LINE.
             WRITE RETAIN-LINE.
             MOVE "     ACADEMIC SCHOLARSHIP RETENTION REPORT"
                TO RETAIN-LINE.
             WRITE RETAIN-LINE.
             MOVE SPACES TO RETAIN-LINE.
             STRING
                "TERM: " DELIMITED BY SIZE
                retainTerm DELIMITED BY SIZE
                "  RUN DATE: " DELIMITED BY SIZE
                reportDate DELIMITED BY SIZE
                INTO RETAIN-LINE
             END-STRING.
             WRITE RETAIN-LINE.
             MOVE "========================================"
                TO RETAIN-LINE.
             WRITE RETAIN-LINE.
             MOVE SPACES TO RETAIN-LINE.
             STRING
                "STUDENT NO    NAME                     "
                   DELIMITED BY SIZE
                "CODE       REQ   GPA   ACTION" DELIMITED BY SIZE
                INTO RETAIN-LINE
             END-STRING.
             WRITE RETAIN-LINE.
             MOVE "----------------------------------------"
                TO RETAIN-LINE.
             WRITE RETAIN-LINE.

             MOVE retainTerm TO standingTerm.
             PERFORM REVIEW-SCHOLARSHIP-ENTRY VARYING schIndex
                FROM 1 BY 1 UNTIL schIndex > schCount.

             IF retainReviewCount = 0
                MOVE "NO ACADEMIC SCHOLARSHIPS DUE FOR REVIEW."
                   TO RETAIN-LINE
                WRITE RETAIN-LINE
             ELSE
                PERFORM SAVE-SCHOLARSHIPS
             END-IF.

             MOVE SPACES TO RETAIN-LINE.
             WRITE RETAIN-LINE.
             MOVE SPACES TO RETAIN-LINE.
             STRING
                "REVIEWED: " DELIMITED BY SIZE
                retainReviewCount DELIMITED BY SIZE
                "  RETAINED: " DELIMITED BY SIZE
                retainKeptCount DELIMITED BY SIZE
                "  FLAGGED: " DELIMITED BY SIZE
                retainFlagCount DELIMITED BY SIZE
                "  SUSPENDED: " DELIMITED BY SIZE
                retainSuspendCount DELIMITED BY SIZE
                INTO RETAIN-LINE
             END-STRING.
             WRITE RETAIN-LINE.
             MOVE SPACES TO RETAIN-LINE.
             STRING
                "NO GRADES FOR TERM: " DELIMITED BY SIZE
                retainNoGradeCount DELIMITED BY SIZE
                INTO RETAIN-LINE
             END-STRING.
             WRITE RETAIN-LINE.
             CLOSE RETAIN-FILE.

             DISPLAY "REVIEWED " retainReviewCount
                " RETAINED " retainKeptCount
                " FLAGGED " retainFlagCount
                " SUSPENDED " retainSuspendCount.
             DISPLAY "REPORT WRITTEN TO RETAIN.TXT!".

          REVIEW-SCHOLARSHIP-ENTRY.
             IF scType(schIndex) = "A"
                AND scStatus(schIndex) NOT = "S"
                AND scFromTerm(schIndex) NOT > retainTerm
                AND scToTerm(schIndex) NOT < retainTerm
                AND scReviewTerm(schIndex) NOT = retainTerm
                ADD 1 TO retainReviewCount
                MOVE scSNo(schIndex) TO inputStdNo
                PERFORM COMPUTE-TERM-GPA
                MOVE scStatus(schIndex) TO oldSchStatus

                EVALUATE TRUE
                   WHEN totalUnits = 0
                      MOVE "NO GRADES" TO retainAction
                      ADD 1 TO retainNoGradeCount
                   WHEN gpaValue > scMinGpa(schIndex)
                      AND scStatus(schIndex) = "F"
                      MOVE "S" TO scStatus(schIndex)
                      MOVE "SUSPENDED" TO retainAction
                      ADD 1 TO retainSuspendCount
                   WHEN gpaValue > scMinGpa(schIndex)
                      MOVE "F" TO scStatus(schIndex)
                      MOVE "FLAGGED" TO retainAction
                      ADD 1 TO retainFlagCount
                   WHEN OTHER
                      MOVE "A" TO scStatus(schIndex)
                      MOVE "RETAINED" TO retainAction
                      ADD 1 TO retainKeptCount
                END-EVALUATE

                IF totalUnits > 0
                   MOVE retainTerm TO scReviewTerm(schIndex)
                END-IF

                IF scStatus(schIndex) NOT = oldSchStatus
                   MOVE inputStdNo TO logSNo
                   MOVE "SCHRET" TO logAction
                   MOVE scCode(schIndex) TO logField
                   MOVE oldSchStatus TO logOldValue
                   MOVE scStatus(schIndex) TO logNewValue
                   PERFORM WRITE-LOG-ENTRY
                END-IF

                MOVE 0 TO foundIndex
                PERFORM FIND-BY-SNO VARYING IT FROM 1 BY 1
                   UNTIL IT > studentCount
                MOVE scSNo(schIndex) TO rdSNo
                IF foundIndex > 0
                   MOVE fullname(foundIndex) TO rdName
                ELSE
                   MOVE "(NOT ON ROSTER)" TO rdName
                END-IF
                MOVE scCode(schIndex) TO rdCode
                MOVE scMinGpa(schIndex) TO rdMinGpa
                MOVE gpaValue TO rdGpa
                MOVE retainAction TO rdAction
                MOVE retainDetail TO RETAIN-LINE
                WRITE RETAIN-LINE
             END-IF.

          VIEW-BALANCE.
                WITH NO ADVANCING.
             ACCEPT histToText.
             DISPLAY "ACTION ADD/EDIT/ARCHIV/REINST/GRADE/GRDCHG"
                "/ENLIST/CATADD/CATEDT/CATDEL/RESTOR/DOCISS"
                "/TRMADD/TRMEDT/TRMCLS/PAYMNT/PAYVOD"
                "/SCHADD/SCHSTS/SCHRET/HLDPLC/HLDREL/SECADD/SECEDT"
                "/GRDUPL/INCLPS/CURADD/CURDEL"
                " (BLANK FOR ALL): " WITH NO ADVANCING.
             ACCEPT histActionFilter.

                   END-IF
                END-IF
             END-IF.

          LOAD-NOTIFY-HISTORY.
             MOVE 0 TO notifyCount.
             MOVE "N" TO endOfNotifyHistFile.
             OPEN INPUT NOTIFY-HIST-FILE.
             IF notifyHistFileStatus NOT = "35"
                PERFORM READ-NOTIFY-HIST-RECORD
                PERFORM STORE-NOTIFY-HIST-RECORD
                   UNTIL EOF-NOTIFY-HIST-FILE
                CLOSE NOTIFY-HIST-FILE
             END-IF.

          READ-NOTIFY-HIST-RECORD.
             READ NOTIFY-HIST-FILE
                AT END MOVE "Y" TO endOfNotifyHistFile
             END-READ.

          STORE-NOTIFY-HIST-RECORD.
             IF notifyCount NOT < 3000
                DISPLAY "NOTIFICATION HISTORY TABLE FULL, REST OF "
                   "NOTIFHST.DAT IGNORED!"
                MOVE "Y" TO endOfNotifyHistFile
             ELSE
                ADD 1 TO notifyCount
                MOVE NH-MSG-ID TO nhMsgId(notifyCount)
                MOVE NH-SNO TO nhSNo(notifyCount)
                MOVE NH-TYPE TO nhType(notifyCount)
                MOVE NH-EVENT TO nhEvent(notifyCount)
                MOVE NH-NUMBER TO nhNumber(notifyCount)
                MOVE NH-DATE TO nhDate(notifyCount)
                MOVE NH-STATUS TO nhStatus(notifyCount)
                MOVE NH-STATUS-DATE TO nhStatusDate(notifyCount)
                PERFORM READ-NOTIFY-HIST-RECORD
             END-IF.

          SAVE-NOTIFY-HISTORY.
             OPEN OUTPUT NOTIFY-HIST-FILE.
             PERFORM WRITE-NOTIFY-HIST-RECORD VARYING notifyIndex
                FROM 1 BY 1 UNTIL notifyIndex > notifyCount.
             CLOSE NOTIFY-HIST-FILE.

          WRITE-NOTIFY-HIST-RECORD.
             MOVE nhMsgId(notifyIndex) TO NH-MSG-ID.
             MOVE nhSNo(notifyIndex) TO NH-SNO.
             MOVE nhType(notifyIndex) TO NH-TYPE.
             MOVE nhEvent(notifyIndex) TO NH-EVENT.
             MOVE nhNumber(notifyIndex) TO NH-NUMBER.
             MOVE nhDate(notifyIndex) TO NH-DATE.
             MOVE nhStatus(notifyIndex) TO NH-STATUS.
             MOVE nhStatusDate(notifyIndex) TO NH-STATUS-DATE.
             WRITE NOTIFY-HIST-RECORD.

          NOTIFY-MENU.
             DISPLAY "***NOTIFICATIONS***".
             DISPLAY "[1] RUN OUTBOUND NOTIFICATIONS".
             DISPLAY "[2] LOAD DELIVERY STATUS".
             DISPLAY "[3] STUDENT NOTIFICATION HISTORY".
             DISPLAY "[4] BACK TO MAIN MENU".
             DISPLAY "CHOICE: " WITH NO ADVANCING.
             ACCEPT notifyChoice.

             EVALUATE notifyChoice
                WHEN 1
                   IF USER-CAN-UPDATE
                      PERFORM NOTIFICATION-RUN
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 2
                   IF USER-CAN-UPDATE
                      PERFORM LOAD-DELIVERY-STATUS
                   ELSE
                      DISPLAY "NOT AUTHORIZED!"
                   END-IF
                WHEN 3
                   PERFORM VIEW-NOTIFY-HISTORY
                WHEN OTHER
                   MOVE 1 TO notifyExited
             END-EVALUATE.

          NOTIFICATION-RUN.
             DISPLAY "***OUTBOUND NOTIFICATION RUN***".
             DISPLAY "ABSENCE TERM (EX. 2026-1, BLANK TO SKIP): "
                WITH NO ADVANCING.
             ACCEPT attTerm.
             MOVE 0 TO absenceThreshold.
             IF attTerm NOT = SPACES
                DISPLAY "ABSENCE THRESHOLD: " WITH NO ADVANCING
                ACCEPT absenceThreshold
             END-IF.
             DISPLAY "NOTIFY BALANCES OVER (EX. 5000.00, "
                "BLANK TO SKIP): " WITH NO ADVANCING.
             ACCEPT payAmountText.
             MOVE 0 TO notifyBalThreshold.
             IF payAmountText NOT = SPACES
                COMPUTE notifyBalThreshold =
                   FUNCTION NUMVAL(payAmountText)
             END-IF.

             MOVE "Y" TO termValidFlag.
             IF attTerm NOT = SPACES
                MOVE attTerm TO checkTerm
                PERFORM VALIDATE-TERM
             END-IF.

             IF NOT TERM-IS-VALID
                DISPLAY "UNKNOWN TERM CODE, RUN CANCELLED!"
             ELSE
                PERFORM SEND-NOTIFICATIONS
             END-IF.

          SEND-NOTIFICATIONS.
             MOVE 0 TO batchReadCount.
             MOVE 0 TO batchSkipCount.
             MOVE 0 TO batchAddCount.
             MOVE 0 TO batchEditCount.
             MOVE 0 TO batchDeleteCount.
             MOVE 0 TO batchRejectCount.
             PERFORM CLEAR-NOTIFY-TOTALS VARYING notifyTypeIdx
                FROM 1 BY 1 UNTIL notifyTypeIdx > 4.

             MOVE 0 TO notifyNextId.
             PERFORM TRACK-NOTIFY-ID VARYING notifyIndex
                FROM 1 BY 1 UNTIL notifyIndex > notifyCount.
             ACCEPT notifyToday FROM DATE.

             OPEN OUTPUT NOTIFY-FILE.
             IF attTerm NOT = SPACES AND absenceThreshold > 0
                PERFORM NOTIFY-ABSENCE-ENTRY VARYING IT
                   FROM 1 BY 1 UNTIL IT > studentCount
             END-IF.
             IF notifyBalThreshold > 0
                PERFORM NOTIFY-BALANCE-ENTRY VARYING notifyStudentIdx
                   FROM 1 BY 1 UNTIL notifyStudentIdx > studentCount
             END-IF.
             PERFORM NOTIFY-WAITLIST-ENTRY VARYING waitIndex
                FROM 1 BY 1 UNTIL waitIndex > waitCount.
             CLOSE NOTIFY-FILE.

             IF batchAddCount > 0
                PERFORM SAVE-NOTIFY-HISTORY
             END-IF.
             PERFORM WRITE-NOTIFY-SUMMARY.
             DISPLAY "MESSAGES SENT:       " batchAddCount.
             DISPLAY "MESSAGES SUPPRESSED: " batchSkipCount.
             DISPLAY "OUTBOUND FILE WRITTEN TO SMSOUT.DAT!".
             DISPLAY "SUMMARY WRITTEN TO NOTIFSUM.TXT!".
             PERFORM WRITE-RUN-CONTROL.

          CLEAR-NOTIFY-TOTALS.
             MOVE 0 TO ntSent(notifyTypeIdx).
             MOVE 0 TO ntSuppressed(notifyTypeIdx).
             MOVE 0 TO ntDelivered(notifyTypeIdx).
             MOVE 0 TO ntFailed(notifyTypeIdx).
             MOVE 0 TO ntPending(notifyTypeIdx).

          TRACK-NOTIFY-ID.
             IF nhMsgId(notifyIndex) > notifyNextId
                MOVE nhMsgId(notifyIndex) TO notifyNextId
             END-IF.

          NOTIFY-ABSENCE-ENTRY.
             MOVE sNo(IT) TO inputStdNo.
             MOVE 0 TO absenceCount.
             PERFORM COUNT-ABSENCES VARYING attendIndex FROM 1 BY 1
                UNTIL attendIndex > attendCount.

             IF absenceCount > absenceThreshold
                MOVE "ABS" TO notifyType
                MOVE attTerm TO notifyEvent
                MOVE SPACES TO notifyText
                STRING
                   "SCHOOL NOTICE: " DELIMITED BY SIZE
                   FUNCTION TRIM(fullname(IT)) DELIMITED BY SIZE
                   " HAS " DELIMITED BY SIZE
                   absenceCount DELIMITED BY SIZE
                   " ABSENCES IN TERM " DELIMITED BY SIZE
                   FUNCTION TRIM(attTerm) DELIMITED BY SIZE
                   ". PLEASE CONTACT THE REGISTRAR." DELIMITED BY SIZE
                   INTO notifyText
                END-STRING
                MOVE mobile(IT) TO notifyNumber
                PERFORM QUEUE-NOTIFICATION

                MOVE 0 TO contactFoundIdx
                PERFORM FIND-FIRST-CONTACT VARYING contactIndex
                   FROM 1 BY 1 UNTIL contactIndex > contactCount
                   OR contactFoundIdx > 0
                IF contactFoundIdx > 0
                   MOVE cPhone(contactFoundIdx) TO notifyNumber
                   PERFORM QUEUE-NOTIFICATION
                END-IF
             END-IF.

          NOTIFY-BALANCE-ENTRY.
             MOVE sNo(notifyStudentIdx) TO inputStdNo.
             PERFORM COMPUTE-STUDENT-BALANCE.

             IF balanceAmount > notifyBalThreshold
                MOVE balanceAmount TO balanceDisplay
                MOVE "BAL" TO notifyType
                MOVE FUNCTION TRIM(balanceDisplay) TO notifyEvent
                MOVE SPACES TO notifyText
                STRING
                   "SCHOOL NOTICE: OUTSTANDING BALANCE OF "
                      DELIMITED BY SIZE
                   FUNCTION TRIM(balanceDisplay) DELIMITED BY SIZE
                   " FOR STUDENT NO. " DELIMITED BY SIZE
                   FUNCTION TRIM(inputStdNo) DELIMITED BY SIZE
                   ". PLEASE SETTLE AT THE CASHIER." DELIMITED BY SIZE
                   INTO notifyText
                END-STRING
                MOVE mobile(notifyStudentIdx) TO notifyNumber
                PERFORM QUEUE-NOTIFICATION
             END-IF.

          NOTIFY-WAITLIST-ENTRY.
             MOVE wCourse(waitIndex) TO checkCourse.
             PERFORM VALIDATE-COURSE.
             IF catalogFound > 0 AND NOT COURSE-IS-FULL
                MOVE 0 TO waitRank
                PERFORM COUNT-WAIT-AHEAD VARYING waitShiftIdx
                   FROM 1 BY 1 UNTIL waitShiftIdx > waitIndex
                IF waitRank NOT > catMax(catalogFound) - enrolledCount
                   MOVE wSNo(waitIndex) TO inputStdNo
                   MOVE "WLO" TO notifyType
                   MOVE wCourse(waitIndex) TO notifyEvent
                   MOVE SPACES TO notifyText
                   STRING
                      "SCHOOL NOTICE: A SEAT IS NOW OPEN IN "
                         DELIMITED BY SIZE
                      FUNCTION TRIM(wCourse(waitIndex))
                         DELIMITED BY SIZE
                      " FOR " DELIMITED BY SIZE
                      FUNCTION TRIM(wName(waitIndex))
                         DELIMITED BY SIZE
                      ". PLEASE VISIT THE REGISTRAR TO ENROLL."
                         DELIMITED BY SIZE
                      INTO notifyText
                   END-STRING
                   MOVE wMobile(waitIndex) TO notifyNumber
                   PERFORM QUEUE-NOTIFICATION
                END-IF
             END-IF.

          COUNT-WAIT-AHEAD.
             IF wCourse(waitShiftIdx) = wCourse(waitIndex)
                ADD 1 TO waitRank
             END-IF.

          QUEUE-NOTIFICATION.
             ADD 1 TO batchReadCount.
             EVALUATE notifyType
                WHEN "ABS"
                   MOVE 1 TO notifyTypeIdx
                WHEN "BAL"
                   MOVE 2 TO notifyTypeIdx
                WHEN OTHER
                   MOVE 3 TO notifyTypeIdx
             END-EVALUATE.

             MOVE 0 TO notifyFound.
             IF notifyNumber NOT = SPACES
                PERFORM MATCH-NOTIFY-HISTORY VARYING notifyIndex
                   FROM 1 BY 1 UNTIL notifyIndex > notifyCount
             END-IF.

             EVALUATE TRUE
                WHEN notifyNumber = SPACES
                   ADD 1 TO batchSkipCount
                   ADD 1 TO ntSuppressed(notifyTypeIdx)
                WHEN notifyFound > 0
                   ADD 1 TO batchSkipCount
                   ADD 1 TO ntSuppressed(notifyTypeIdx)
                WHEN notifyCount NOT < 3000
                   DISPLAY "NOTIFICATION HISTORY IS FULL, NOT SENT: "
                      FUNCTION TRIM(inputStdNo)
                   ADD 1 TO batchRejectCount
                WHEN OTHER
                   ADD 1 TO notifyNextId
                   MOVE SPACES TO NOTIFY-RECORD
                   MOVE notifyNextId TO NO-MSG-ID
                   MOVE notifyNumber TO NO-NUMBER
                   MOVE notifyType TO NO-TYPE
                   MOVE inputStdNo TO NO-SNO
                   MOVE notifyText TO NO-TEXT
                   WRITE NOTIFY-RECORD

                   ADD 1 TO notifyCount
                   MOVE notifyNextId TO nhMsgId(notifyCount)
                   MOVE inputStdNo TO nhSNo(notifyCount)
                   MOVE notifyType TO nhType(notifyCount)
                   MOVE notifyEvent TO nhEvent(notifyCount)
                   MOVE notifyNumber TO nhNumber(notifyCount)
                   MOVE notifyToday TO nhDate(notifyCount)
                   MOVE "S" TO nhStatus(notifyCount)
                   MOVE 0 TO nhStatusDate(notifyCount)
                   ADD 1 TO batchAddCount
                   ADD 1 TO ntSent(notifyTypeIdx)
             END-EVALUATE.

          MATCH-NOTIFY-HISTORY.
             IF nhSNo(notifyIndex) = inputStdNo
                AND nhType(notifyIndex) = notifyType
                AND nhEvent(notifyIndex) = notifyEvent
                AND nhNumber(notifyIndex) = notifyNumber
                AND nhStatus(notifyIndex) NOT = "F"
                MOVE notifyIndex TO notifyFound
             END-IF.

          LOAD-DELIVERY-STATUS.
             DISPLAY "***LOAD DELIVERY STATUS***".
             MOVE 0 TO batchReadCount.
             MOVE 0 TO batchSkipCount.
             MOVE 0 TO batchAddCount.
             MOVE 0 TO batchEditCount.
             MOVE 0 TO batchDeleteCount.
             MOVE 0 TO batchRejectCount.
             PERFORM CLEAR-NOTIFY-TOTALS VARYING notifyTypeIdx
                FROM 1 BY 1 UNTIL notifyTypeIdx > 4.

             MOVE "N" TO endOfDlvStatFile.
             OPEN INPUT DLVSTAT-FILE.
             IF dlvStatFileStatus = "35"
                DISPLAY "NO SMSSTAT.DAT FILE FOUND!"
             ELSE
                PERFORM READ-DLVSTAT-RECORD
                PERFORM APPLY-DLVSTAT-RECORD UNTIL EOF-DLVSTAT-FILE
                CLOSE DLVSTAT-FILE

                IF batchEditCount > 0
                   PERFORM SAVE-NOTIFY-HISTORY
                END-IF
                PERFORM WRITE-NOTIFY-SUMMARY
                DISPLAY "STATUS RECORDS APPLIED: " batchEditCount
                DISPLAY "SUMMARY WRITTEN TO NOTIFSUM.TXT!"
                PERFORM WRITE-RUN-CONTROL
             END-IF.

          READ-DLVSTAT-RECORD.
             READ DLVSTAT-FILE
                AT END MOVE "Y" TO endOfDlvStatFile
             END-READ.

          APPLY-DLVSTAT-RECORD.
             ADD 1 TO batchReadCount.
             MOVE 0 TO notifyFound.
             IF DS-MSG-ID IS NUMERIC
                PERFORM MATCH-NOTIFY-ID VARYING notifyIndex
                   FROM 1 BY 1 UNTIL notifyIndex > notifyCount
             END-IF.

             EVALUATE TRUE
                WHEN notifyFound = 0
                   DISPLAY "UNKNOWN MESSAGE ID, STATUS IGNORED: "
                      DS-MSG-ID
                   ADD 1 TO batchRejectCount
                WHEN DS-STATUS NOT = "D" AND DS-STATUS NOT = "F"
                   DISPLAY "INVALID DELIVERY STATUS, IGNORED: "
                      DS-MSG-ID " " DS-STATUS
                   ADD 1 TO batchRejectCount
                WHEN OTHER
                   MOVE DS-STATUS TO nhStatus(notifyFound)
                   IF DS-DATE IS NUMERIC
                      MOVE DS-DATE TO nhStatusDate(notifyFound)
                   END-IF
                   ADD 1 TO batchEditCount
             END-EVALUATE.
             PERFORM READ-DLVSTAT-RECORD.

          MATCH-NOTIFY-ID.
             IF nhMsgId(notifyIndex) = DS-MSG-ID
                MOVE notifyIndex TO notifyFound
             END-IF.

          WRITE-NOTIFY-SUMMARY.
             PERFORM TALLY-NOTIFY-STATUS VARYING notifyIndex
                FROM 1 BY 1 UNTIL notifyIndex > notifyCount.
             ACCEPT reportDate FROM DATE.

             OPEN OUTPUT NOTIFSUM-FILE.
             MOVE "========================================"
                TO NOTIFSUM-LINE.
             WRITE NOTIFSUM-LINE.
             MOVE "        NOTIFICATION SUMMARY" TO NOTIFSUM-LINE.
             WRITE NOTIFSUM-LINE.
             MOVE SPACES TO NOTIFSUM-LINE.
             STRING
                "RUN DATE: " DELIMITED BY SIZE
                reportDate DELIMITED BY SIZE
                INTO NOTIFSUM-LINE
             END-STRING.
             WRITE NOTIFSUM-LINE.
             MOVE "========================================"
                TO NOTIFSUM-LINE.
             WRITE NOTIFSUM-LINE.
             MOVE SPACES TO NOTIFSUM-LINE.
             WRITE NOTIFSUM-LINE.
             MOVE "SENT/SUPPRESSED: THIS RUN" TO NOTIFSUM-LINE.
             WRITE NOTIFSUM-LINE.
             MOVE "DELIVERED/FAILED/PENDING: ALL MESSAGES ON FILE"
                TO NOTIFSUM-LINE.
             WRITE NOTIFSUM-LINE.
             MOVE SPACES TO NOTIFSUM-LINE.
             WRITE NOTIFSUM-LINE.
             MOVE notifySumHeading TO NOTIFSUM-LINE.
             WRITE NOTIFSUM-LINE.
             MOVE ALL "-" TO NOTIFSUM-LINE.
             MOVE SPACES TO NOTIFSUM-LINE(57:).
             WRITE NOTIFSUM-LINE.
             PERFORM WRITE-NOTIFY-SUM-LINE VARYING notifyTypeIdx
                FROM 1 BY 1 UNTIL notifyTypeIdx > 3.
             MOVE ALL "-" TO NOTIFSUM-LINE.
             MOVE SPACES TO NOTIFSUM-LINE(57:).
             WRITE NOTIFSUM-LINE.
             PERFORM ADD-NOTIFY-SUM-TOTAL VARYING notifyTypeIdx
                FROM 1 BY 1 UNTIL notifyTypeIdx > 3.
             PERFORM WRITE-NOTIFY-SUM-LINE.
             CLOSE NOTIFSUM-FILE.

          TALLY-NOTIFY-STATUS.
             EVALUATE nhType(notifyIndex)
                WHEN "ABS"
                   MOVE 1 TO notifyTypeIdx
                WHEN "BAL"
                   MOVE 2 TO notifyTypeIdx
                WHEN OTHER
                   MOVE 3 TO notifyTypeIdx
             END-EVALUATE.
             EVALUATE nhStatus(notifyIndex)
                WHEN "D"
                   ADD 1 TO ntDelivered(notifyTypeIdx)
                WHEN "F"
                   ADD 1 TO ntFailed(notifyTypeIdx)
                WHEN OTHER
                   ADD 1 TO ntPending(notifyTypeIdx)
             END-EVALUATE.

          WRITE-NOTIFY-SUM-LINE.
             EVALUATE notifyTypeIdx
                WHEN 1
                   MOVE "ABSENCES" TO nsType
                WHEN 2
                   MOVE "BALANCES" TO nsType
                WHEN 3
                   MOVE "WAITLIST" TO nsType
                WHEN OTHER
                   MOVE "ALL TYPES" TO nsType
             END-EVALUATE.
             MOVE ntSent(notifyTypeIdx) TO nsSent.
             MOVE ntSuppressed(notifyTypeIdx) TO nsSuppressed.
             MOVE ntDelivered(notifyTypeIdx) TO nsDelivered.
             MOVE ntFailed(notifyTypeIdx) TO nsFailed.
             MOVE ntPending(notifyTypeIdx) TO nsPending.
             MOVE notifySumDetail TO NOTIFSUM-LINE.
             WRITE NOTIFSUM-LINE.

          ADD-NOTIFY-SUM-TOTAL.
             ADD ntSent(notifyTypeIdx) TO ntSent(4).
             ADD ntSuppressed(notifyTypeIdx) TO ntSuppressed(4).
             ADD ntDelivered(notifyTypeIdx) TO ntDelivered(4).
             ADD ntFailed(notifyTypeIdx) TO ntFailed(4).
             ADD ntPending(notifyTypeIdx) TO ntPending(4).

          VIEW-NOTIFY-HISTORY.
             DISPLAY "***STUDENT NOTIFICATION HISTORY***".
             DISPLAY "ENTER STUDENT NUMBER: " WITH NO ADVANCING.
             ACCEPT inputStdNo.

             MOVE 0 TO notifyListCount.
             DISPLAY "MSG ID  DATE   TYPE EVENT                NUMBER"
                "          STATUS".
             PERFORM LIST-NOTIFY-ENTRY VARYING notifyIndex
                FROM 1 BY 1 UNTIL notifyIndex > notifyCount.
             IF notifyListCount = 0
                DISPLAY "NO NOTIFICATIONS ON FILE!"
             ELSE
                DISPLAY "MESSAGES: " notifyListCount
             END-IF.

          LIST-NOTIFY-ENTRY.
             IF nhSNo(notifyIndex) = inputStdNo
                ADD 1 TO notifyListCount
                EVALUATE nhStatus(notifyIndex)
                   WHEN "D"
                      MOVE "DELIVERED" TO notifyStatusName
                   WHEN "F"
                      MOVE "FAILED" TO notifyStatusName
                   WHEN OTHER
                      MOVE "SENT" TO notifyStatusName
                END-EVALUATE
                DISPLAY nhMsgId(notifyIndex) " " nhDate(notifyIndex)
                   " " nhType(notifyIndex) "  " nhEvent(notifyIndex)
                   " " nhNumber(notifyIndex) " " notifyStatusName
             END-IF.
