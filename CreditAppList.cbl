       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CREDAPPLIST.
*> Credit applications left waiting, so a new customer isn't kept
*> cash-only for weeks because nobody got round to deciding. Lists
*> every pending application on creditapps.txt (taken in tutorial10,
*> decided in CREDAPPROVE, copybooks/CREDAPPREC.cpy) that has waited
*> longer than the allowed number of days, longest wait first, into
*> credapp_waiting.txt: the customer, the date taken and by whom, the
*> days waiting and the limit asked for.
*> credappparm.txt (optional, one line) holds the allowed wait in
*> days in columns 1-3; default 5.
*> Schedule it daily (DAILY in jobcal.txt).
*> Each run's report is also filed on the report spool (RPTSPOOL)
*> for SPOOLINQ to list and reprint by date.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OPTIONAL CreditAppFile ASSIGN TO "creditapps.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IDNum
           FILE STATUS IS WS-CUSTOMER-STATUS.
       SELECT OPTIONAL ParmFile ASSIGN TO "credappparm.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportFile ASSIGN TO "credapp_waiting.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
*> Shared with tutorial10/CREDAPPROVE via copybooks/CREDAPPREC.cpy
FD CreditAppFile.
       COPY CREDAPPREC.

*> Shared with coboltut.cbl/CUSTBACKUP via copybooks/CUSTREC.cpy
FD CustomerFile.
       01 CustomerData.
           COPY CUSTREC REPLACING ==LEVEL== BY ==02==.

FD ParmFile.
       01 ParmRecord.
           02 CwAllowedDays PIC 9(3).

FD ReportFile.
       01 ReportLine PIC X(132).

WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
*> Generic record-driven read/process loop control field, shared via
*> copybooks/BATCHEOF.cpy (generalized from tut5forWhile's iteration)
       COPY BATCHEOF.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-CUSTOMERS-OPEN PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-ALLOWED PIC 9(3) VALUE 5.
       01 WS-IDX PIC 9(4).
       01 WS-PICK PIC 9(4).
       01 WS-PRINTED PIC 9(4) VALUE ZERO.
       01 WS-PENDING PIC 9(4) VALUE ZERO.
       01 WS-DU-FUNCTION PIC X(4).
       01 WS-DU-DAYS PIC S9(5) VALUE ZERO.
       01 WS-DU-RESULT PIC 9(8).
       01 WS-DU-STATUS PIC XX.
*> Pending applications past the allowed wait. The DEPENDING ON
*> counter must be declared ahead of the table it sizes
       01 OverdueCount PIC 9(4) VALUE ZERO.
       01 OverdueTable.
           02 OverdueEntry OCCURS 0 TO 2000 TIMES
                   DEPENDING ON OverdueCount.
               03 Od-CustID PIC 9(5).
               03 Od-AppDate PIC 9(8).
               03 Od-TakenBy PIC X(10).
               03 Od-Requested PIC 9(8)V99.
               03 Od-Waiting PIC 9(4).
               03 Od-Printed PIC X.
       01 WS-TITLE-LINE.
           02 FILLER PIC X(33) VALUE
               "CREDIT APPLICATIONS WAITING OVER ".
           02 WS-T-ALLOWED PIC ZZ9.
           02 FILLER PIC X(5) VALUE " DAYS".
           02 FILLER PIC X(6) VALUE "  RUN ".
           02 WS-T-RUN-DATE PIC 9(8).
       01 WS-HEAD-LINE.
           02 FILLER PIC X(30) VALUE
               "CUSTOMER                      ".
           02 FILLER PIC X(30) VALUE
               "        TAKEN     BY          ".
           02 FILLER PIC X(30) VALUE
               "WAITING   LIMIT ASKED         ".
       01 WS-DETAIL-LINE.
           02 WS-R-CUST-ID PIC 9(5).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-NAME PIC X(31).
           02 FILLER PIC X VALUE SPACE.
           02 WS-R-TAKEN PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-TAKEN-BY PIC X(10).
           02 FILLER PIC X(2) VALUE SPACES.
           02 WS-R-WAITING PIC ZZZ9.
           02 FILLER PIC X(3) VALUE SPACES.
           02 WS-R-REQUESTED PIC $$$,$$$,$$9.99.
       01 WS-TOTAL-LINE.
           02 FILLER PIC X(22) VALUE "APPLICATIONS PENDING: ".
           02 WS-TL-PENDING PIC ZZZ9.
           02 FILLER PIC X(26) VALUE
               "   WAITING TOO LONG:      ".
           02 WS-TL-OVERDUE PIC ZZZ9.
*> RPTSPOOL linkage - the report filed on the spool once closed
       01 WS-SP-PROGRAM PIC X(15) VALUE "CREDAPPLIST".
       01 WS-SP-REPORT PIC X(30).

PROCEDURE DIVISION.
StartPara.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadParm.
       OPEN OUTPUT ReportFile.
       IF WS-REPORT-STATUS NOT = "00"
           DISPLAY "CREDAPPLIST: unable to open credapp_waiting.txt, "
               "status " WS-REPORT-STATUS
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       OPEN INPUT CustomerFile.
       IF WS-CUSTOMER-STATUS = "00"
           MOVE 'Y' TO WS-CUSTOMERS-OPEN
       END-IF.
       PERFORM LoadOverdue.
       IF NotAtEndOfFile
           *> The table filled - refuse rather than list part of the
           *> backlog as if it were all of it
           MOVE "CREDAPPLIST: more than 2000 overdue applications - "
               TO ReportLine
           WRITE ReportLine
           MOVE "report not produced" TO ReportLine
           WRITE ReportLine
           DISPLAY "CREDAPPLIST: table full - report not produced"
           PERFORM CloseFiles
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM PrintReport.
       PERFORM CloseFiles.
       DISPLAY "Credit application listing complete. Pending: "
           WS-PENDING " Waiting too long: " OverdueCount.
       MOVE 0 TO RETURN-CODE.
       GOBACK.

CloseFiles.
       IF WS-CUSTOMERS-OPEN = 'Y'
           CLOSE CustomerFile
       END-IF.
       CLOSE ReportFile.
       PERFORM SpoolReport.

LoadParm.
       OPEN INPUT ParmFile.
       READ ParmFile
           AT END MOVE 'Y' TO WS-PARM-EOF
       END-READ.
       IF WS-PARM-EOF NOT = 'Y'
           IF CwAllowedDays IS NUMERIC
               MOVE CwAllowedDays TO WS-ALLOWED
           END-IF
       END-IF.
       CLOSE ParmFile.

LoadOverdue.
       SET NotAtEndOfFile TO TRUE.
       OPEN INPUT CreditAppFile.
       PERFORM ReadApplication.
       PERFORM UNTIL AtEndOfFile OR OverdueCount = 2000
           IF CAPending
               ADD 1 TO WS-PENDING
               PERFORM CheckOneApplication
           END-IF
           PERFORM ReadApplication
       END-PERFORM.
       CLOSE CreditAppFile.

ReadApplication.
       READ CreditAppFile
           AT END SET AtEndOfFile TO TRUE
       END-READ.

CheckOneApplication.
       MOVE 'DIFF' TO WS-DU-FUNCTION.
       CALL 'DATEUTIL' USING WS-DU-FUNCTION, WS-RUN-DATE, CAAppDate,
           WS-DU-DAYS, WS-DU-RESULT, WS-DU-STATUS
       END-CALL.
       IF WS-DU-STATUS NOT = "00"
           *> An unreadable date is listed rather than forgotten
           MOVE 9999 TO WS-DU-DAYS
       END-IF.
       IF WS-DU-DAYS > WS-ALLOWED
           ADD 1 TO OverdueCount
           MOVE CACustID TO Od-CustID(OverdueCount)
           MOVE CAAppDate TO Od-AppDate(OverdueCount)
           MOVE CATakenBy TO Od-TakenBy(OverdueCount)
           MOVE CARequestedLimit TO Od-Requested(OverdueCount)
           MOVE WS-DU-DAYS TO Od-Waiting(OverdueCount)
           MOVE 'N' TO Od-Printed(OverdueCount)
       END-IF.

PrintReport.
       MOVE WS-ALLOWED TO WS-T-ALLOWED.
       MOVE WS-RUN-DATE TO WS-T-RUN-DATE.
       MOVE WS-TITLE-LINE TO ReportLine.
       WRITE ReportLine.
       MOVE "Pending applications past the allowed wait, longest "
           TO ReportLine.
       WRITE ReportLine.
       MOVE "first. The customer is cash-only at billing until "
           TO ReportLine.
       WRITE ReportLine.
       MOVE "CREDAPPROVE decides the application." TO ReportLine.
       WRITE ReportLine.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE WS-HEAD-LINE TO ReportLine.
       WRITE ReportLine.
       *> Longest wait first: each pass prints the longest-waiting
       *> application not yet printed
       PERFORM UNTIL WS-PRINTED = OverdueCount
           MOVE 0 TO WS-PICK
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > OverdueCount
               IF Od-Printed(WS-IDX) = 'N'
                   IF WS-PICK = 0
                       MOVE WS-IDX TO WS-PICK
                   ELSE
                       IF Od-Waiting(WS-IDX) > Od-Waiting(WS-PICK)
                           MOVE WS-IDX TO WS-PICK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM PrintApplication
       END-PERFORM.
       IF OverdueCount = 0
           MOVE "No application has waited longer than allowed"
               TO ReportLine
           WRITE ReportLine
       END-IF.
       MOVE SPACES TO ReportLine.
       WRITE ReportLine.
       MOVE WS-PENDING TO WS-TL-PENDING.
       MOVE OverdueCount TO WS-TL-OVERDUE.
       MOVE WS-TOTAL-LINE TO ReportLine.
       WRITE ReportLine.

PrintApplication.
       MOVE 'Y' TO Od-Printed(WS-PICK).
       ADD 1 TO WS-PRINTED.
       MOVE Od-CustID(WS-PICK) TO WS-R-CUST-ID.
       MOVE Od-CustID(WS-PICK) TO IDNum.
       MOVE "(NOT ON FILE)" TO WS-R-NAME.
       IF WS-CUSTOMERS-OPEN = 'Y'
           READ CustomerFile
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO WS-R-NAME
                   STRING FUNCTION TRIM(FirstName) " "
                          FUNCTION TRIM(LastName)
                       DELIMITED BY SIZE INTO WS-R-NAME
           END-READ
       END-IF.
       MOVE Od-AppDate(WS-PICK) TO WS-R-TAKEN.
       MOVE Od-TakenBy(WS-PICK) TO WS-R-TAKEN-BY.
       MOVE Od-Waiting(WS-PICK) TO WS-R-WAITING.
       MOVE Od-Requested(WS-PICK) TO WS-R-REQUESTED.
       MOVE WS-DETAIL-LINE TO ReportLine.
       WRITE ReportLine.

SpoolReport.
*> File this run's report on the spool so SPOOLINQ can reprint it
*> after the next run has overwritten the file
       MOVE "credapp_waiting.txt" TO WS-SP-REPORT.
       CALL 'RPTSPOOL' USING WS-SP-PROGRAM, WS-SP-REPORT
       END-CALL.
