*> when" has an answer. FUELENTRY and the odometer loaders refuse
*> to post against O and D trucks, and the fleet reports exclude
*> them.
*> Disposing of a truck also records the sale price (zero if it was
*> scrapped) and the business date on the vehicle, for DEPRRUN to
*> book the gain or loss against book value. Once that is booked the
*> disposal stands - the status can no longer be changed here.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       01 WS-NEW-STATUS PIC X.
       01 WS-OLD-STATUS PIC X.
       01 WS-REASON PIC X(30).
       01 WS-PRICE-INPUT PIC 9(7)V99.
       01 WS-DISPLAY-PRICE PIC $$,$$$,$$9.99.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - a disposal is dated by the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "VEHICLE LIFECYCLE STATUS"
       END-IF.
       DISPLAY VehicleID " (" VehMakeModel ") is currently '"
           VehStatus "'".
       IF VehDisposed AND VehDisposalBooked
           DISPLAY "Disposal of " VehicleID " is booked in the "
               "depreciation ledger - status not changed"
           EXIT PARAGRAPH
       END-IF.
       MOVE SPACE TO WS-NEW-STATUS.
       PERFORM WITH TEST AFTER UNTIL WS-NEW-STATUS = 'A'
               OR WS-NEW-STATUS = 'S' OR WS-NEW-STATUS = 'O'
       DISPLAY "Reason : " WITH NO ADVANCING.
       ACCEPT WS-REASON.
       MOVE VehStatus TO WS-OLD-STATUS.
       IF WS-NEW-STATUS = 'D' AND WS-OLD-STATUS NOT = 'D'
           DISPLAY "Sale price (0 if scrapped) : " WITH NO ADVANCING
           ACCEPT WS-PRICE-INPUT
           MOVE WS-PRICE-INPUT TO VehSalePrice
           MOVE WS-RUN-DATE TO VehDisposalDate
           MOVE 'N' TO VehDisposalFlag
           MOVE WS-PRICE-INPUT TO WS-DISPLAY-PRICE
           DISPLAY "Sold for " WS-DISPLAY-PRICE " on " WS-RUN-DATE
       END-IF.
       IF WS-NEW-STATUS NOT = 'D' AND WS-OLD-STATUS = 'D'
           *> Back from disposed before the sale was booked - the
           *> sale never happened
           MOVE ZERO TO VehSalePrice
           MOVE ZERO TO VehDisposalDate
       END-IF.
       MOVE WS-NEW-STATUS TO VehStatus.
       REWRITE VehicleRecord
           INVALID KEY
