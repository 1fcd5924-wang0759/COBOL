*> the warehouse location PICKLIST sorts the pick walk by; this sets
*> or changes it - for the items received before locations existed,
*> and whenever the room is rearranged. List mode shows the walk in
*> bin order so gaps and duplicates stand out. Bins belong to one
*> stock location's room; the session works the location chosen at
*> start (the station's home location by default).
*> Runs standalone; GOBACK + RETURN-CODE report success/failure.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       01 WS-SIZE-INPUT PIC A.
       01 WS-BIN-INPUT PIC X(6).
       01 WS-STOCK-FOUND PIC X.
*> STOCKLOC linkage - the location this session books stock against:
*> the station's home location unless the operator names another
       01 WS-SL-FUNCTION PIC X(4).
       01 WS-STOCK-LOC PIC X(4).
       01 WS-SL-NAME PIC X(20).
       01 WS-SL-STATUS PIC XX.
       01 WS-LOC-INPUT PIC X(4).

PROCEDURE DIVISION.
StartPara.
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF.
       PERFORM ChooseStockLocation WITH TEST AFTER
           UNTIL WS-SL-STATUS = "00".
       PERFORM UNTIL StayOpen = 'N'
           DISPLAY " "
           DISPLAY "BIN LOCATIONS"
       ACCEPT WS-PROD-INPUT.
       DISPLAY "Size : " WITH NO ADVANCING.
       ACCEPT WS-SIZE-INPUT.
       MOVE WS-STOCK-LOC TO StockLocation.
       MOVE WS-PROD-INPUT TO StockProdName.
       MOVE WS-SIZE-INPUT TO StockSize.
       READ StockFile
       DISPLAY " ".
       MOVE 'N' TO EndOfFile.
       MOVE LOW-VALUES TO StockKey.
       MOVE WS-STOCK-LOC TO StockLocation.
       START StockFile KEY IS NOT LESS THAN StockKey
           INVALID KEY MOVE 'Y' TO EndOfFile
       END-START.
           READ StockFile NEXT RECORD
               AT END MOVE 'Y' TO EndOfFile
           END-READ
*> The key leads with the location - the next one's items end it
           IF NotAtEndOfFile AND StockLocation NOT = WS-STOCK-LOC
               MOVE 'Y' TO EndOfFile
           END-IF
           IF NotAtEndOfFile
               DISPLAY StockBinLocation " " StockProdName "/"
                   StockSize "  ON HAND " StockOnHand
           END-IF
       END-PERFORM.
       MOVE 'N' TO EndOfFile.

ChooseStockLocation.
       MOVE 'HOME' TO WS-SL-FUNCTION.
       CALL 'STOCKLOC' USING WS-SL-FUNCTION, WS-STOCK-LOC, WS-SL-NAME,
           WS-SL-STATUS
       END-CALL.
       DISPLAY "Stock location (blank = " WS-STOCK-LOC ") : "
           WITH NO ADVANCING.
       MOVE SPACES TO WS-LOC-INPUT.
       ACCEPT WS-LOC-INPUT.
       IF WS-LOC-INPUT NOT = SPACES
           MOVE FUNCTION UPPER-CASE(WS-LOC-INPUT) TO WS-STOCK-LOC
           MOVE 'FIND' TO WS-SL-FUNCTION
           CALL 'STOCKLOC' USING WS-SL-FUNCTION, WS-STOCK-LOC,
               WS-SL-NAME, WS-SL-STATUS
           END-CALL
       END-IF.
       IF WS-SL-STATUS NOT = "00"
           DISPLAY "No such location: " WS-STOCK-LOC
       ELSE
           DISPLAY "Working from " WS-STOCK-LOC " " WS-SL-NAME
       END-IF.
