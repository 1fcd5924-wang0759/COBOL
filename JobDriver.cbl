*> When a processing calendar (jobcal.txt) is present, the run list
*> comes from there: one line per step naming the program, the days
*> it is due (DAILY, a weekday MON..SUN, DOM nn for a day of the
*> month, QTR nn for that day of the month opening each quarter, or
*> EOM for month-end), and optionally the PREDECESSOR step
*> it depends on. Steps run as their predecessors complete; a
*> failure only skips the chain downstream of it, so the fleet side
*> falling over no longer blocks the customer side. With no calendar
*> those chains - steps that already completed stand as done - the
*> same restart idea CH6UNSTRING's checkpoint.dat applies at record
*> level, applied here per chain.
*> "Today" is the business date on bizdate.txt (the BIZDATE module),
*> not the system clock, and the built-in chain ends with ENDOFDAY
*> advancing it - so a failed night stays on its own day until the
*> rerun completes. A processing calendar should make ENDOFDAY a
*> DAILY step whose predecessor is the last step of the night.
*> A step's RETURN-CODE only says it didn't fail; the chain steps
*> also record what they read and wrote (ctltotals.txt, CTLTOTAL)
*> and CTLBALANCE, just ahead of ENDOFDAY, ties each step's output
*> to the next step's input and holds the counts to their trailing
*> average - a break stops ENDOFDAY like any other failure. On a
*> processing calendar CTLBALANCE follows the night's last working
*> step and ENDOFDAY follows CTLBALANCE.
*> Started from a training session (RETAILTRAIN=Y, see TRNMODE) the
*> whole chain runs on the practice data set - never half on it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
DATA DIVISION.
FILE SECTION.
*> One calendar line per step: the program to CALL, when it is due -
*> 'DAILY', a weekday ('MON'..'SUN'), 'DOM' plus a day number,
*> 'QTR' plus a day number in January, April, July and October, or
*> 'EOM' for the last day of the month - and the predecessor step
*> this one waits for (blank = none; lines written before the field
*> existed read blank and depend on nothing)
           05 FILLER PIC X(12) VALUE "ARAGING".
           05 FILLER PIC X(12) VALUE "CREDITHOLD".
           05 FILLER PIC X(12) VALUE "STANDINGRUN".
           05 FILLER PIC X(12) VALUE "ORDERACK".
           05 FILLER PIC X(12) VALUE "CUSTARCHIVE".
           05 FILLER PIC X(12) VALUE "PRICEAPPLY".
           05 FILLER PIC X(12) VALUE "REORDER".
           05 FILLER PIC X(12) VALUE "DAYBALANCE".
           05 FILLER PIC X(12) VALUE "GLEXPORT".
           05 FILLER PIC X(12) VALUE "HOUSEKEEP".
           05 FILLER PIC X(12) VALUE "CTLBALANCE".
           05 FILLER PIC X(12) VALUE "ENDOFDAY".
       01 WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-NAMES.
           05 WS-DEFAULT-NAME OCCURS 15 TIMES PIC X(12).
       01 WS-DEFAULT-COUNT PIC 9(2) VALUE 15.
*> Tonight's actual run list with each step's predecessor and
*> state: P pending, R ran clean, F failed, S skipped downstream
*> of a failure, D done in the previous run (restart). The
       01 WS-CAL-EOF PIC X VALUE 'N'.
       01 WS-CAL-USED PIC X VALUE 'N'.
       01 WS-STEP-DUE PIC X.
*> Today's date broken down for the calendar checks - the business
*> date (BIZDATE), so a chain restarted after midnight still runs
*> the steps due on the day it was meant for
       01 WS-RUN-DATE PIC 9(8).
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-RUN-DOM PIC 9(2).
       01 WS-TODAY-INT PIC 9(8).
       01 WS-TOMORROW PIC 9(8).
       01 WS-BASELINE PIC 9(6).
       01 WS-LIMIT-SECS PIC 9(8).
       01 WS-DISP-ELAPSED PIC 9(6).
*> TRNMODE linkage
       01 WS-TM-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-TM-FLAG PIC X.
       01 WS-TM-STATUS PIC XX.

PROCEDURE DIVISION.
StartPara.
       DISPLAY "JOBDRIVER: starting nightly customer job".
       CALL 'TRNMODE' USING WS-TM-FUNCTION, WS-TM-FLAG, WS-TM-STATUS
       END-CALL.
       IF WS-TM-FLAG = 'Y'
           DISPLAY "JOBDRIVER: *** TRAINING *** chain runs on the "
               "practice data set"
       END-IF.
       PERFORM LoadTimeParm.
       PERFORM BuildRunList.
       IF WS-STEP-COUNT = 0
*> Work out today's weekday and whether it is month-end, then take
*> the calendar's due steps - or the built-in chain when there is
*> no calendar to consult
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       DISPLAY "JOBDRIVER: business date " WS-RUN-DATE.
       MOVE WS-RUN-DATE(7:2) TO WS-RUN-DOM.
       COMPUTE WS-TODAY-INT =
           FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
               MOVE 'Y' TO WS-STEP-DUE
           WHEN CalWhen(1:3) = 'DOM'
               PERFORM CheckDomDue
           WHEN CalWhen(1:3) = 'QTR'
               *> The DOM check, in the first month of a quarter only
               IF WS-RUN-DATE(5:2) = '01' OR '04' OR '07' OR '10'
                   PERFORM CheckDomDue
               END-IF
           WHEN CalWhen(1:3) = 'EOM'
               PERFORM CheckEomDue
       END-EVALUATE.
