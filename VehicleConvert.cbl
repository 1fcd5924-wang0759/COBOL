*> fleet built before the master grew refuses to open (status 39)
*> in OdometerSimulation and the fleet batch jobs until this has
*> run once. This program always converts from the immediately
*> previous layout - today that is the master from before the fuel
*> tank capacity was added (the original two-field ID-plus-odometer
*> era, the six-field master from before the lifecycle status byte
*> and the seven-field master from before the asset register were
*> converted by earlier revisions of this same program).
*> Two passes: the old-layout records are staged to a flat work file
*> (vehconvert.tmp), then vehicles.dat is rebuilt on the new layout
*> with every field carried over and the tank capacity zero - not
*> known, so no fill is judged against it until VEHASSET enters it.
*> Rebuilding the live fleet file is destructive, so it takes a
*> typed confirmation.
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
           02 OldVehDriver PIC X(15).
           02 OldVehServiceInterval PIC 9(5).
           02 OldVehLastServiceMileage PIC 9(6).
           02 OldVehStatus PIC X.
           02 OldVehAcqDate PIC 9(8).
           02 OldVehAcqCost PIC 9(7)V99.
           02 OldVehSalvageValue PIC 9(7)V99.
           02 OldVehUsefulLife PIC 9(3).
           02 OldVehDeprMethod PIC X.
           02 OldVehAccumDepr PIC 9(7)V99.
           02 OldVehDeprThrough PIC 9(6).
           02 OldVehDisposalDate PIC 9(8).
           02 OldVehSalePrice PIC 9(7)V99.
           02 OldVehDisposalFlag PIC X.

*> Shared with OdometerSimulation.cbl and the fleet batch jobs via
*> copybooks/VEHREC.cpy
           02 StageVehDriver PIC X(15).
           02 StageVehServiceInterval PIC 9(5).
           02 StageVehLastServiceMileage PIC 9(6).
           02 StageVehStatus PIC X.
           02 StageVehAcqDate PIC 9(8).
           02 StageVehAcqCost PIC 9(7)V99.
           02 StageVehSalvageValue PIC 9(7)V99.
           02 StageVehUsefulLife PIC 9(3).
           02 StageVehDeprMethod PIC X.
           02 StageVehAccumDepr PIC 9(7)V99.
           02 StageVehDeprThrough PIC 9(6).
           02 StageVehDisposalDate PIC 9(8).
           02 StageVehSalePrice PIC 9(7)V99.
           02 StageVehDisposalFlag PIC X.

WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS PIC XX.
           MOVE OldVehServiceInterval TO StageVehServiceInterval
           MOVE OldVehLastServiceMileage
               TO StageVehLastServiceMileage
           MOVE OldVehStatus TO StageVehStatus
           MOVE OldVehAcqDate TO StageVehAcqDate
           MOVE OldVehAcqCost TO StageVehAcqCost
           MOVE OldVehSalvageValue TO StageVehSalvageValue
           MOVE OldVehUsefulLife TO StageVehUsefulLife
           MOVE OldVehDeprMethod TO StageVehDeprMethod
           MOVE OldVehAccumDepr TO StageVehAccumDepr
           MOVE OldVehDeprThrough TO StageVehDeprThrough
           MOVE OldVehDisposalDate TO StageVehDisposalDate
           MOVE OldVehSalePrice TO StageVehSalePrice
           MOVE OldVehDisposalFlag TO StageVehDisposalFlag
           WRITE StageRecord
           ADD 1 TO WS-STAGED-COUNT
           PERFORM ReadOldVehicle
       CLOSE NewVehicleFile.
       DISPLAY "Conversion complete. Vehicles converted: "
           WS-CONVERTED-COUNT " of " WS-STAGED-COUNT.
       DISPLAY "No tank capacity is on file yet - enter each "
           "through VEHASSET.".
       MOVE 0 TO RETURN-CODE.
       GOBACK.

       MOVE StageVehDriver TO VehDriver.
       MOVE StageVehServiceInterval TO VehServiceInterval.
       MOVE StageVehLastServiceMileage TO VehLastServiceMileage.
       MOVE StageVehStatus TO VehStatus.
       MOVE StageVehAcqDate TO VehAcqDate.
       MOVE StageVehAcqCost TO VehAcqCost.
       MOVE StageVehSalvageValue TO VehSalvageValue.
       MOVE StageVehUsefulLife TO VehUsefulLife.
       MOVE StageVehDeprMethod TO VehDeprMethod.
       MOVE StageVehAccumDepr TO VehAccumDepr.
       MOVE StageVehDeprThrough TO VehDeprThrough.
       MOVE StageVehDisposalDate TO VehDisposalDate.
       MOVE StageVehSalePrice TO VehSalePrice.
       MOVE StageVehDisposalFlag TO VehDisposalFlag.
       MOVE ZERO TO VehTankCapacity.
       WRITE VehicleRecord
           INVALID KEY
               DISPLAY "VEHCONVERT: duplicate vehicle "
