*> Display is always masked (***-**-serial) unless a supervisor
*> operator signed on at startup - the paper card file this replaces
*> was a privacy incident waiting to happen.
*> Every lookup is logged to ssnaccess.txt before anything is shown:
*> the operator (a session not signed on as supervisor still gives
*> its operator ID), the time, the SSN asked for - stored masked -
*> whether it was shown in full, and the business reason the
*> operator keyed from the reason list. No reason, no lookup; a log
*> that cannot be written, no display. SSNACCRPT turns the log into
*> the monthly privacy access report for the compliance officer.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           FILE STATUS IS WS-PERSON-STATUS.
       SELECT OPTIONAL OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AccessLog ASSIGN TO "ssnaccess.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCESS-STATUS.

DATA DIVISION.
FILE SECTION.
           02 FILLER PIC X VALUE SPACE.
           02 OpStatus PIC X.

*> Shared with SSNACCRPT via copybooks/SSNACCREC.cpy
FD AccessLog.
       COPY SSNACCREC.

WORKING-STORAGE SECTION.
       01 WS-PERSON-STATUS PIC XX.
       01 WS-ACCESS-STATUS PIC XX.
       01 Choice PIC 9.
       01 StayOpen PIC X VALUE 'Y'.
       01 WS-FOUND PIC X.
       01 WS-WANT-SIGNON PIC X.
       01 WS-DEFAULT-OPERATOR-ID PIC X(10) VALUE "ADMIN".
       01 WS-DEFAULT-OPERATOR-PW PIC X(10) VALUE "ADMIN123".
*> Business reasons an SSN may be looked up for - the operator keys
*> the code, and OTHR needs the reason spelled out
       01 WS-REASON-LIST.
           05 FILLER PIC X(34) VALUE "VERIIdentity verification".
           05 FILLER PIC X(34) VALUE "PAYRPayroll or tax reporting".
           05 FILLER PIC X(34) VALUE "BENFBenefits enrolment".
           05 FILLER PIC X(34) VALUE "CORRCorrecting the record".
           05 FILLER PIC X(34) VALUE "LEGLLegal request or subpoena".
           05 FILLER PIC X(34) VALUE "AUDTAudit or compliance review".
           05 FILLER PIC X(34) VALUE "OTHROther - reason keyed".
       01 WS-REASON-TABLE REDEFINES WS-REASON-LIST.
           05 WS-REASON OCCURS 7 TIMES.
               10 WS-REASON-CODE PIC X(4).
               10 WS-REASON-DESC PIC X(30).
       01 WS-REASON-COUNT PIC 9 VALUE 7.
       01 WS-REASON-IDX PIC 9.
       01 WS-REASON-INPUT PIC X(4).
       01 WS-REASON-TEXT PIC X(30).
       01 WS-REASON-OK PIC X.
       01 WS-MASKED-SSN PIC X(11).
       01 WS-LOGGED PIC X.
*> BIZDATE linkage - the business date each lookup is logged under
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.

PROCEDURE DIVISION.
StartPara.
           ELSE
               DISPLAY "Not a supervisor - SSNs stay masked"
           END-IF
       ELSE
           *> Masked lookups are logged too, so the operator still
           *> says who they are
           MOVE SPACES TO WS-OPERATOR-ID
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "Operator ID : " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           END-PERFORM
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       OPEN I-O PersonFile.
       IF WS-PERSON-STATUS = "35"
           *> No persons.dat yet - create it, then reopen I-O, the
LookUpPerson.
       DISPLAY " ".
       PERFORM AcceptSSN.
       PERFORM AcceptReason.
       IF WS-REASON-OK = 'N'
           DISPLAY "No business reason given - lookup not made"
           EXIT PARAGRAPH
       END-IF.
       MOVE WS-SSAREA TO PersonSSArea.
       MOVE WS-SSGROUP TO PersonSSGroup.
       MOVE WS-SSSERIAL TO PersonSSSerial.
       READ PersonFile
           INVALID KEY MOVE 'N' TO WS-FOUND
       END-READ.
       PERFORM LogAccess.
       IF WS-LOGGED = 'N'
           DISPLAY "Access log unavailable - lookup not shown"
           EXIT PARAGRAPH
       END-IF.
       IF WS-FOUND = 'N'
           DISPLAY "No person registered under that SSN"
       ELSE
           END-IF
       END-IF.

*> One of the listed codes; OTHR must say what the other reason is
AcceptReason.
       MOVE 'N' TO WS-REASON-OK.
       MOVE SPACES TO WS-REASON-TEXT.
       DISPLAY "Reason for the lookup:".
       PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-COUNT
           DISPLAY "  " WS-REASON-CODE(WS-REASON-IDX) " "
               WS-REASON-DESC(WS-REASON-IDX)
       END-PERFORM.
       DISPLAY "Reason code : " WITH NO ADVANCING.
       MOVE SPACES TO WS-REASON-INPUT.
       ACCEPT WS-REASON-INPUT.
       MOVE FUNCTION UPPER-CASE(WS-REASON-INPUT) TO WS-REASON-INPUT.
       PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-COUNT
           IF WS-REASON-CODE(WS-REASON-IDX) = WS-REASON-INPUT
               MOVE 'Y' TO WS-REASON-OK
               MOVE WS-REASON-DESC(WS-REASON-IDX) TO WS-REASON-TEXT
           END-IF
       END-PERFORM.
       IF WS-REASON-OK = 'Y' AND WS-REASON-INPUT = "OTHR"
           DISPLAY "State the reason : " WITH NO ADVANCING
           MOVE SPACES TO WS-REASON-TEXT
           ACCEPT WS-REASON-TEXT
           IF WS-REASON-TEXT = SPACES
               MOVE 'N' TO WS-REASON-OK
           END-IF
       END-IF.

*> Appended before the screen shows anything - the SSN masked as
*> the masked display shows it
LogAccess.
       MOVE 'N' TO WS-LOGGED.
       MOVE SPACES TO WS-MASKED-SSN.
       STRING "***-**-" WS-SSSERIAL DELIMITED BY SIZE
           INTO WS-MASKED-SSN.
       OPEN EXTEND AccessLog.
       IF WS-ACCESS-STATUS NOT = "00" AND WS-ACCESS-STATUS NOT = "05"
           DISPLAY "SSNREGISTRY: unable to open ssnaccess.txt, status "
               WS-ACCESS-STATUS
           EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION CURRENT-DATE TO SAStamp.
       MOVE WS-RUN-DATE TO SABusDate.
       MOVE WS-OPERATOR-ID TO SAOperator.
       IF WS-SUPERVISOR = 'Y' AND WS-FOUND = 'Y'
           SET SAShownInFull TO TRUE
       ELSE
           SET SAShownMasked TO TRUE
       END-IF.
       IF WS-FOUND = 'Y'
           SET SAPersonFound TO TRUE
           MOVE PersonName TO SAPersonName
       ELSE
           SET SAPersonNotFound TO TRUE
           MOVE SPACES TO SAPersonName
       END-IF.
       MOVE WS-MASKED-SSN TO SAMaskedSSN.
       MOVE WS-REASON-INPUT TO SAReasonCode.
       MOVE WS-REASON-TEXT TO SAReasonText.
       WRITE SSNAccessRecord.
       IF WS-ACCESS-STATUS = "00"
           MOVE 'Y' TO WS-LOGGED
       END-IF.
       CLOSE AccessLog.

ValidateOperator.
       DISPLAY "Operator ID : " WITH NO ADVANCING.
       ACCEPT WS-OPERATOR-ID.
