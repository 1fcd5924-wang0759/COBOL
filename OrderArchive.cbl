*> without restoring anything.
*> N comes from ordarchparm.txt when present (months, one number),
*> defaulting below. Open orders never archive, whatever their age.
*> Run in a training session (TRNMODE) it works on the practice
*> data set.
*> Runs standalone or as a JOBDRIVER step; GOBACK + RETURN-CODE
*> report success/failure either way.
ENVIRONMENT DIVISION.
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

FD ParmFile.
       01 ParmRecord.
           02 ParmMonths PIC 9(2).

FD KeepFile.
       01 KeepRecord PIC X(66).

WORKING-STORAGE SECTION.
       01 WS-ORDHDR-STATUS PIC XX.
                               ==NotAtEndOfFile== BY ==NotAtEndOfDetails==.
       01 WS-PARM-EOF PIC X VALUE 'N'.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> Orders that finished life this many months ago move to history;
*> used when ordarchparm.txt isn't there to say otherwise
       01 WS-MONTHS PIC 9(2) VALUE 6.
       01 WS-KEEP PIC X.
       01 WS-LINES-MOVED PIC 9(5) VALUE ZERO.

*> TRNMODE linkage - run in a training session this works on the
*> practice data set, and says so
       01 WS-TM-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-TM-FLAG PIC X.
       01 WS-TM-STATUS PIC XX.

PROCEDURE DIVISION.
StartPara.
       CALL 'TRNMODE' USING WS-TM-FUNCTION, WS-TM-FLAG, WS-TM-STATUS
       END-CALL.
       IF WS-TM-FLAG = 'Y'
           DISPLAY "ORDERARCHIVE: *** TRAINING *** practice data set"
       END-IF.
       OPEN I-O OrderHeaderFile.
       IF WS-ORDHDR-STATUS NOT = "00"
           IF WS-ORDHDR-STATUS = "35"
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM LoadParm.
       *> Months measured in 30-day blocks - close enough for an
       *> archival cutoff, and it keeps the arithmetic in DATEUTIL
       MOVE OrderStatus TO HistStatus.
       MOVE OrderShipTo TO HistShipTo.
       MOVE OrderInvoiceNum TO HistInvoiceNum.
       MOVE OrderCustPO TO HistCustPO.
       WRITE HistHeaderData.
       ADD 1 TO ArchCount.
       MOVE OrderNum TO ArchOrder(ArchCount).
               MOVE DetSize TO HistDetSize
               MOVE DetQty TO HistDetQty
               MOVE DetLinePrice TO HistDetLinePrice
               MOVE DetDropShip TO HistDetDropShip
               MOVE DetDropShipPO TO HistDetDropShipPO
               MOVE DetPromiseDate TO HistDetPromiseDate
               MOVE DetPromisePO TO HistDetPromisePO
               MOVE DetSubstFor TO HistDetSubstFor
               MOVE DetLocation TO HistDetLocation
               WRITE HistDetailData
               ADD 1 TO WS-LINES-MOVED
           ELSE
