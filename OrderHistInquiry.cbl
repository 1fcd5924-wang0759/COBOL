*> did they order in 2024" without restoring anything: by order
*> number, or by customer with an optional YYYYMMDD date range.
*> Read-only; the live order files are never touched.
*> A training session (TRNMODE, asked at the start) looks up the
*> practice copy of the history, the heading saying TRAINING.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
                                    ==OrderInvoiced== BY ==HistInvoiced==
                                    ==OrderCancelled== BY ==HistCancelled==
                                    ==OrderShipTo== BY ==HistShipTo==
                                    ==OrderInvoiceNum== BY ==HistInvoiceNum==
                                    ==OrderCustPO== BY ==HistCustPO==.

FD HistDetailFile.
       01 HistDetailData.
                                    ==DetProdName== BY ==HistDetProdName==
                                    ==DetSize== BY ==HistDetSize==
                                    ==DetQty== BY ==HistDetQty==
                                    ==DetLinePrice== BY ==HistDetLinePrice==
                                    ==DetDropShip== BY ==HistDetDropShip==
                                    ==DetIsDropShip== BY ==HistDetIsDropShip==
                                    ==DetDropShipPO== BY ==HistDetDropShipPO==
                                    ==DetPromiseDate== BY ==HistDetPromiseDate==
                                    ==DetPromisePO== BY ==HistDetPromisePO==
                                    ==DetSubstFor== BY ==HistDetSubstFor==
                                    ==DetLocation== BY ==HistDetLocation==.

WORKING-STORAGE SECTION.
       01 WS-HDR-EOF PIC X.
       01 WS-SHOWN PIC 9(4).
       01 WS-DISPLAY-PRICE PIC $$$$$$9.99.

*> TRNMODE linkage - a training session works on the practice copy
*> of the order files and takes its numbers from there
       01 WS-TM-FUNCTION PIC X(4).
       01 WS-TM-FLAG PIC X.
       01 WS-TM-STATUS PIC XX.
       01 WS-TM-ANSWER PIC X VALUE 'N'.

PROCEDURE DIVISION.
StartPara.
       PERFORM ChooseTrainingSession.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           IF WS-TM-FLAG = 'Y'
               DISPLAY "ORDER HISTORY INQUIRY   *** TRAINING ***"
           ELSE
               DISPLAY "ORDER HISTORY INQUIRY"
           END-IF
           DISPLAY "1 : By Order Number"
           DISPLAY "2 : By Customer (with date range)"
           DISPLAY "0 : Quit"
           END-IF
       END-PERFORM.
       CLOSE HistDetailFile.

*> Started from a training session the choice is already made;
*> otherwise asked here, before any order file is opened
ChooseTrainingSession.
       MOVE 'GET ' TO WS-TM-FUNCTION.
       CALL 'TRNMODE' USING WS-TM-FUNCTION, WS-TM-FLAG, WS-TM-STATUS
       END-CALL.
       IF WS-TM-FLAG NOT = 'Y'
           DISPLAY "Training session? (Y/N) : " WITH NO ADVANCING
           ACCEPT WS-TM-ANSWER
           IF WS-TM-ANSWER = 'Y' OR WS-TM-ANSWER = 'y'
               MOVE 'SET ' TO WS-TM-FUNCTION
               CALL 'TRNMODE' USING WS-TM-FUNCTION, WS-TM-FLAG,
                   WS-TM-STATUS
               END-CALL
               IF WS-TM-FLAG NOT = 'Y'
                   DISPLAY "No training data set on hand - run "
                       "TRNREFRESH first"
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
       END-IF.
       IF WS-TM-FLAG = 'Y'
           DISPLAY "*** TRAINING *** practice data only - nothing "
               "here touches the live order files"
       END-IF.
