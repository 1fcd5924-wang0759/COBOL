*> UpdateOneVehicle makes, and rejects - unknown vehicle,
*> non-numeric reading, rollback - go to odoload_reject.txt with the
*> reason. Accepted readings also land in the mileage history
*> (mileagelog.txt) under the FUELCARD operator, with the driver the
*> truck was assigned to on the day (DRVASSIGN; blank when it had
*> none). Counts report at the end.
*> When fuelcard.csv is registered with the interface gateway
*> (IFGATEWAY, ifregister.txt), the file read here is the one the
*> gateway handed over - checked, never a repeat, envelope
*> stripped - so make IFGATEWAY this step's predecessor.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       01 WS-OLD-READING PIC 9(6).
       01 WS-VEHICLE-FOUND PIC X.
       01 WS-RUN-DATE PIC 9(8).
*> BIZDATE linkage - "today" is the business date on
*> bizdate.txt, not the system clock
       01 WS-BD-FUNCTION PIC X(4) VALUE 'GET '.
       01 WS-BD-STATUS PIC XX.
*> DRVASSIGN linkage - the truck's driver on the day of the reading
       01 WS-DA-FUNCTION PIC X(4) VALUE 'WHO '.
       01 WS-DA-DRIVER-ID PIC X(6).
       01 WS-DA-DRIVER-NAME PIC X(30).
       01 WS-DA-STATUS PIC XX.

PROCEDURE DIVISION.
StartPara.
       END-IF.
       OPEN OUTPUT RejectFile.
       OPEN EXTEND MileageLogFile.
       CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
       END-CALL.
       PERFORM ReadFuelCard.
       PERFORM UNTIL AtEndOfFile
           ADD 1 TO WS-READ-COUNT
       MOVE WS-OLD-READING TO MLOldReading.
       MOVE WS-NEW-READING TO MLNewReading.
       MOVE "FUELCARD" TO MLOperator.
       CALL 'DRVASSIGN' USING WS-DA-FUNCTION, VehicleID, WS-RUN-DATE,
           WS-DA-DRIVER-ID, WS-DA-DRIVER-NAME, WS-DA-STATUS
       END-CALL.
       MOVE WS-DA-DRIVER-ID TO MLDriverID.
       WRITE MileageLogRecord.

RejectReading.
