    SELECT OPTIONAL MileageLogFile ASSIGN TO "mileagelog.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

    *> Dated vehicle-to-driver assignment history; a new vehicle's
    *> first driver is appended here, the way DRIVERMAINT does
    SELECT OPTIONAL AssignFile ASSIGN TO "vehassign.txt"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
    *> Shared with the service-due report and the fleet batch jobs
    FD MileageLogFile.
    COPY MILELOG.

    *> Shared with DRIVERMAINT and DRVASSIGN via copybooks/VEHASGREC.cpy
    FD AssignFile.
    COPY VEHASGREC.

    *> Each exception now carries its resolution: 'U' unresolved,
    *> 'G' genuine correction (keep the new reading), 'K' keying
    *> error (old reading restored), stamped with who decided and
    *> Who is at the keyboard, stamped on every mileage log line
    01 WS-OPERATOR-ID     PIC X(10).
    01 WS-RUN-DATE        PIC 9(8).
    *> BIZDATE linkage - "today" is the business date on
    *> bizdate.txt, not the system clock
    01 WS-BD-FUNCTION     PIC X(4) VALUE 'GET '.
    01 WS-BD-STATUS       PIC XX.
    *> DRVASSIGN linkage - the truck's driver on the day, and whether
    *> a keyed driver ID is on the driver master and may drive
    01 WS-DA-FUNCTION     PIC X(4).
    01 WS-DA-DRIVER-ID    PIC X(6).
    01 WS-DA-DRIVER-NAME  PIC X(30).
    01 WS-DA-STATUS       PIC XX.
    01 WS-DRIVER-INPUT    PIC X(6).

PROCEDURE DIVISION.
Begin.

    DISPLAY "Operator ID: " WITH NO ADVANCING.
    ACCEPT WS-OPERATOR-ID.
    CALL 'BIZDATE' USING WS-BD-FUNCTION, WS-RUN-DATE, WS-BD-STATUS
    END-CALL.

    PERFORM UNTIL WS-ANOTHER-VEHICLE = 'N'
        PERFORM UpdateOneVehicle
        MOVE ZERO TO OdometerReading
        DISPLAY "Make/model: " WITH NO ADVANCING
        ACCEPT VehMakeModel
        PERFORM AssignNewVehicle
        DISPLAY "Service interval (miles, 0 = none): "
            WITH NO ADVANCING
        ACCEPT VehServiceInterval
        MOVE ZERO TO VehLastServiceMileage
        MOVE 'A' TO VehStatus
        *> Off the asset register until VEHASSET enters its cost
        MOVE ZERO TO VehAcqDate VehAcqCost VehSalvageValue
            VehUsefulLife VehAccumDepr VehDeprThrough
            VehDisposalDate VehSalePrice
        MOVE 'S' TO VehDeprMethod
        MOVE 'N' TO VehDisposalFlag
        DISPLAY "Fuel tank capacity (litres, 0 = not known): "
            WITH NO ADVANCING
        ACCEPT VehTankCapacity
        WRITE VehicleRecord
            INVALID KEY
                DISPLAY "Unable to add vehicle " VehicleID
        DISPLAY "Current odometer reading: " WS-OLD-READING
        DISPLAY "Enter new odometer reading: "
        ACCEPT WS-NEW-READING
        PERFORM AcceptDriver

        IF WS-NEW-READING < WS-OLD-READING
            PERFORM ReportRollback
    MOVE WS-OLD-READING TO MLOldReading.
    MOVE WS-NEW-READING TO MLNewReading.
    MOVE WS-OPERATOR-ID TO MLOperator.
    MOVE WS-DRIVER-INPUT TO MLDriverID.
    WRITE MileageLogRecord.
    CLOSE MileageLogFile.

*> The driver for the reading - the truck's assigned driver on the
*> day unless another is keyed. An ID not on the driver master is
*> asked for again; an inactive or expired one is taken with a warning
AcceptDriver.
    MOVE 'WHO ' TO WS-DA-FUNCTION.
    CALL 'DRVASSIGN' USING WS-DA-FUNCTION, VehicleID, WS-RUN-DATE,
        WS-DA-DRIVER-ID, WS-DA-DRIVER-NAME, WS-DA-STATUS
    END-CALL.
    MOVE WS-DA-DRIVER-ID TO WS-DRIVER-INPUT.
    MOVE "23" TO WS-DA-STATUS.
    PERFORM UNTIL WS-DA-STATUS NOT = "23"
        DISPLAY "Driver ID (blank = assigned "
            FUNCTION TRIM(WS-DRIVER-INPUT) "): " WITH NO ADVANCING
        ACCEPT WS-DA-DRIVER-ID
        IF WS-DA-DRIVER-ID = SPACES
            MOVE WS-DRIVER-INPUT TO WS-DA-DRIVER-ID
        END-IF
        IF WS-DA-DRIVER-ID = SPACES
            MOVE "00" TO WS-DA-STATUS
        ELSE
            MOVE 'CHK ' TO WS-DA-FUNCTION
            CALL 'DRVASSIGN' USING WS-DA-FUNCTION, VehicleID,
                WS-RUN-DATE, WS-DA-DRIVER-ID, WS-DA-DRIVER-NAME,
                WS-DA-STATUS
            END-CALL
            EVALUATE WS-DA-STATUS
                WHEN "23"
                    DISPLAY "Driver " WS-DA-DRIVER-ID " not on file"
                WHEN "20"
                    DISPLAY "Warning: driver " WS-DA-DRIVER-ID
                        " is inactive"
                WHEN "10"
                    DISPLAY "Warning: driver " WS-DA-DRIVER-ID
                        "'s licence or medical has expired"
            END-EVALUATE
        END-IF
    END-PERFORM.
    MOVE WS-DA-DRIVER-ID TO WS-DRIVER-INPUT.

*> A new vehicle's driver is taken by driver ID and must be active
*> and in date; the assignment goes on the history from today and
*> the name onto the vehicle. Blank leaves it unassigned
AssignNewVehicle.
    MOVE SPACES TO VehDriver.
    MOVE "23" TO WS-DA-STATUS.
    PERFORM UNTIL WS-DA-STATUS = "00"
        DISPLAY "Assigned driver ID (blank = none): "
            WITH NO ADVANCING
        MOVE SPACES TO WS-DA-DRIVER-ID
        ACCEPT WS-DA-DRIVER-ID
        IF WS-DA-DRIVER-ID = SPACES
            EXIT PARAGRAPH
        END-IF
        MOVE 'CHK ' TO WS-DA-FUNCTION
        CALL 'DRVASSIGN' USING WS-DA-FUNCTION, VehicleID,
            WS-RUN-DATE, WS-DA-DRIVER-ID, WS-DA-DRIVER-NAME,
            WS-DA-STATUS
        END-CALL
        EVALUATE WS-DA-STATUS
            WHEN "23"
                DISPLAY "Driver " WS-DA-DRIVER-ID " not on file"
            WHEN "20"
                DISPLAY "Driver " WS-DA-DRIVER-ID " is inactive"
            WHEN "10"
                DISPLAY "Driver " WS-DA-DRIVER-ID
                    "'s licence or medical has expired"
        END-EVALUATE
    END-PERFORM.
    MOVE WS-DA-DRIVER-NAME TO VehDriver.
    OPEN EXTEND AssignFile.
    MOVE VehicleID TO VAVehicleID.
    MOVE WS-DA-DRIVER-ID TO VADriverID.
    MOVE WS-RUN-DATE TO VAFromDate.
    MOVE WS-OPERATOR-ID TO VAOperator.
    MOVE FUNCTION CURRENT-DATE TO VAStamp.
    WRITE VehAssignRecord.
    CLOSE AssignFile.

CheckServiceDue.
*> Remind the operator the moment the vehicle they just updated
*> crosses its service threshold, instead of waiting for the batch
