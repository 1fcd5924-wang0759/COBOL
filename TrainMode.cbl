       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNMODE.

      *> Shared training-mode switch, a CALLable module in the BIZDATE
      *> mold. A training session runs the same programs against a
      *> separate practice copy of the data files in the training
      *> directory (refreshed from production, customer details
      *> masked, by TRNREFRESH), so nothing keyed while learning -
      *> sales, orders, receipt, order and invoice numbers - ever
      *> reaches the live files or the live control numbers:
      *>
      *>     'GET '  LFlag = 'Y' when this session is a training one
      *>     'SET '  switch this session to training - asked at
      *>             sign-on; the practice set must be on hand
      *>
      *> The switch is the runtime's file path: once set, every file a
      *> program of this session opens by its plain name (customers.txt,
      *> rcptctl.txt, ...) - including those the shared modules open -
      *> is found in the training directory instead. RETAILTRAIN=Y in
      *> the environment carries the choice to every program of the
      *> session, and to any program started from it, and 'GET ' picks
      *> it up there too, so a program run by hand from a training
      *> shell stays on the practice files. There is no way back to the
      *> live files inside a training session - sign off and on again.
      *> LStatus follows FILE STATUS convention the way BIZDATE's does:
      *> '00' ok, '35' no training data set on hand (TRNREFRESH has not
      *> been run), '90' bad function code - the session stays live.
      *>
      *>     CALL 'TRNMODE' USING LFunction, LFlag, LStatus

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TrainStampFile ASSIGN TO "training/trnstamp.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Shared with TRNREFRESH via copybooks/TRNSTAMPREC.cpy
       FD TrainStampFile.
       COPY TRNSTAMPREC.

       WORKING-STORAGE SECTION.
       01  WS-TM-STATUS        PIC XX.
       01  WS-TM-ENV           PIC X(8).
       01  WS-TM-DIR           PIC X(8) VALUE "training".

       LINKAGE SECTION.
       01  LFunction       PIC X(4).
       01  LFlag           PIC X.
       01  LStatus         PIC XX.

       PROCEDURE DIVISION USING LFunction, LFlag, LStatus.

       0100-DISPATCH.

           MOVE "00" TO LStatus.
           EVALUATE LFunction
               WHEN 'GET '
                   PERFORM 0200-GET-MODE
               WHEN 'SET '
                   PERFORM 0300-SET-TRAINING
               WHEN OTHER
                   PERFORM 0200-GET-MODE
                   MOVE "90" TO LStatus
           END-EVALUATE.

       EXIT PROGRAM.

       0200-GET-MODE.

           MOVE SPACES TO WS-TM-ENV.
           ACCEPT WS-TM-ENV FROM ENVIRONMENT "RETAILTRAIN".
           IF WS-TM-ENV = "Y"
               PERFORM 0400-POINT-AT-TRAINING
               MOVE 'Y' TO LFlag
           ELSE
               MOVE 'N' TO LFlag
           END-IF.

       0300-SET-TRAINING.

           PERFORM 0200-GET-MODE.
           IF LFlag = 'N'
      *> Only a complete practice set - stamp written last - will do
               OPEN INPUT TrainStampFile
               IF WS-TM-STATUS NOT = "00"
                   MOVE "35" TO LStatus
               ELSE
                   READ TrainStampFile
                       AT END MOVE "35" TO LStatus
                   END-READ
                   CLOSE TrainStampFile
               END-IF
               IF LStatus = "00"
                   SET ENVIRONMENT "RETAILTRAIN" TO "Y"
                   PERFORM 0400-POINT-AT-TRAINING
                   MOVE 'Y' TO LFlag
               END-IF
           END-IF.

       0400-POINT-AT-TRAINING.

           SET ENVIRONMENT "COB_FILE_PATH" TO WS-TM-DIR.

       END PROGRAM TRNMODE.
