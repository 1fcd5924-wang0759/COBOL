*> vehicles.dat), litres, and dollar amount, appended to the fuel
*> log (fuellog.txt) dated today. The other half of fleet cost next
*> to the mileage history.
*> Each fill records the driver ID too: the truck's assigned driver
*> for the day (DRVASSIGN) unless another is keyed. A driver not on
*> the driver master is refused; one who is inactive or whose
*> licence or medical has run out is recorded with a warning - the
*> fuel was bought either way.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       01 WS-LITRES-INPUT PIC 9(4)V99.
       01 WS-AMOUNT-INPUT PIC 9(5)V99.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
       01 WS-ENTRY-COUNT PIC 9(5) VALUE ZERO.
*> DRVASSIGN linkage - who drives the truck, and may they
       01 WS-DA-FUNCTION PIC X(4).
       01 WS-DA-DRIVER-ID PIC X(6).
       01 WS-DA-DRIVER-NAME PIC X(30).
       01 WS-DA-STATUS PIC XX.
       01 WS-DRIVER-INPUT PIC X(6).

PROCEDURE DIVISION.
StartPara.
           GOBACK
       END-IF.
       OPEN EXTEND FuelLogFile.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM UNTIL WS-ANOTHER = 'N'
           PERFORM EnterOneFill
           DISPLAY "Enter another fill? y/n"
       ACCEPT WS-LITRES-INPUT.
       DISPLAY "Amount : " WITH NO ADVANCING.
       ACCEPT WS-AMOUNT-INPUT.
       MOVE 'WHO ' TO WS-DA-FUNCTION.
       CALL 'DRVASSIGN' USING WS-DA-FUNCTION, VehicleID, WS-RUN-DATE,
           WS-DA-DRIVER-ID, WS-DA-DRIVER-NAME, WS-DA-STATUS
       END-CALL.
       DISPLAY "Driver ID (blank = assigned "
           FUNCTION TRIM(WS-DA-DRIVER-ID) ") : " WITH NO ADVANCING.
       MOVE SPACES TO WS-DRIVER-INPUT.
       ACCEPT WS-DRIVER-INPUT.
       IF WS-DRIVER-INPUT = SPACES
           MOVE WS-DA-DRIVER-ID TO WS-DRIVER-INPUT
       END-IF.
       IF WS-DRIVER-INPUT NOT = SPACES
           MOVE 'CHK ' TO WS-DA-FUNCTION
           MOVE WS-DRIVER-INPUT TO WS-DA-DRIVER-ID
           CALL 'DRVASSIGN' USING WS-DA-FUNCTION, VehicleID,
               WS-RUN-DATE, WS-DA-DRIVER-ID, WS-DA-DRIVER-NAME,
               WS-DA-STATUS
           END-CALL
           EVALUATE WS-DA-STATUS
               WHEN "23"
                   DISPLAY "Driver " WS-DRIVER-INPUT
                       " not on file - fill not recorded"
                   EXIT PARAGRAPH
               WHEN "20"
                   DISPLAY "Warning: driver " WS-DRIVER-INPUT
                       " is inactive"
               WHEN "10"
                   DISPLAY "Warning: driver " WS-DRIVER-INPUT
                       "'s licence or medical has expired"
           END-EVALUATE
       END-IF.
       MOVE VehicleID TO FLVehicleID.
       MOVE WS-RUN-DATE TO FLDate.
       MOVE WS-LITRES-INPUT TO FLLitres.
       MOVE WS-AMOUNT-INPUT TO FLAmount.
       MOVE WS-DRIVER-INPUT TO FLDriverID.
       WRITE FuelLogRecord.
       ADD 1 TO WS-ENTRY-COUNT.
