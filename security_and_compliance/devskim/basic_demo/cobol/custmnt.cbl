      * register, and invalid requests go to the suspense file with
      * a reason. DELETE deactivates the record in place -- physical
      * removal belongs to the archive/purge run, which keeps its own
      * audit trail. A deactivation or reactivation also goes to
      * CUSTEVT as a change event (copybook CHGEVTRC) with the old
      * and new status, for CHGNOTC to notify the customer.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT CHANGE-EVENT-FILE ASSIGN TO CUSTEVT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE
           DATA RECORD IS WS-REGISTER-LINE.
       01  WS-REGISTER-LINE PIC X(80).

       FD  CHANGE-EVENT-FILE
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS WS-CHANGE-EVENT-RECORD.
       01  WS-CHANGE-EVENT-RECORD.
           COPY CHGEVTRC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           COPY FILESTAT REPLACING FS-NAME BY WS-MASTER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-MAINT-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-SUSPENSE-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-REGISTER-FILE-STATUS.
           COPY FILESTAT REPLACING FS-NAME BY WS-EVENT-FILE-STATUS.

       01  WS-MAINT-CONTROL-FIELDS.
           05  WS-MAINT-READ-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-CHANGE-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-DELETE-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-REACT-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-EVENT-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-OLD-CUST-STATUS    PIC X(1) VALUE SPACE.
           05  WS-MAINT-EOF-SW       PIC X(1) VALUE 'N'.
               88  MAINTENANCE-EOF       VALUE 'Y'.
           05  WS-MNT-VALID-SW       PIC X(1) VALUE 'Y'.
               CLOSE SUSPENSE-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT CHANGE-EVENT-FILE.
           IF WS-EVENT-FILE-STATUS NOT = '00'
               DISPLAY 'Error opening change event file: '
                       WS-EVENT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               CLOSE CUSTOMER-MASTER-FILE
               CLOSE MAINTENANCE-FILE
               CLOSE SUSPENSE-FILE
               CLOSE REGISTER-FILE
               GOBACK
           END-IF.
           WRITE WS-REGISTER-LINE FROM WS-REG-TITLE-LINE.

       PROCESS-MAINTENANCE.
           END-IF.

       APPLY-MAINTENANCE-REQUEST.
           MOVE WS-CMR-CUST-STATUS TO WS-OLD-CUST-STATUS.
           EVALUATE TRUE
               WHEN MNT-ACTION-ADD
                   PERFORM APPLY-ADD-REQUEST
           IF MAINT-IS-VALID
               ADD 1 TO WS-APPLIED-COUNT
               PERFORM WRITE-REGISTER-LINE
               IF MNT-ACTION-DELETE OR MNT-ACTION-REACT
                   PERFORM WRITE-STATUS-CHANGE-EVENT
               END-IF
           ELSE
               PERFORM WRITE-SUSPENSE-RECORD
           END-IF.
           MOVE WS-CMR-CUST-STATUS  TO WS-REG-STATUS.
           WRITE WS-REGISTER-LINE FROM WS-REG-DETAIL-LINE.

       WRITE-STATUS-CHANGE-EVENT.
           INITIALIZE WS-CHANGE-EVENT-RECORD.
           MOVE WS-CR-JOB-NAME TO WS-CEV-SOURCE-JOB.
           SET CEV-CUST-STATUS TO TRUE.
           MOVE WS-RUN-DATE TO WS-CEV-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-CEV-EFF-DATE.
           MOVE WS-CMR-CUST-ID TO WS-CEV-CUST-ID.
           MOVE WS-OLD-CUST-STATUS TO WS-CEV-OLD-STATUS.
           MOVE WS-CMR-CUST-STATUS TO WS-CEV-NEW-STATUS.
           WRITE WS-CHANGE-EVENT-RECORD.
           ADD 1 TO WS-EVENT-COUNT.

       WRITE-SUSPENSE-RECORD.
           ADD 1 TO WS-SUSPENSE-COUNT.
           MOVE WS-MAINTENANCE-RECORD TO WS-SUS-MAINT-IMAGE.
           CLOSE MAINTENANCE-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE REGISTER-FILE.
           CLOSE CHANGE-EVENT-FILE.
           DISPLAY 'Maintenance requests read: ' WS-MAINT-READ-COUNT.
           DISPLAY 'Applied: ' WS-APPLIED-COUNT
                   ' (adds ' WS-ADD-COUNT
                   ' deactivates ' WS-DELETE-COUNT
                   ' reactivates ' WS-REACT-COUNT ')'.
           DISPLAY 'Rejected to suspense: ' WS-SUSPENSE-COUNT.
           DISPLAY 'Change events written: ' WS-EVENT-COUNT.
           MOVE FUNCTION CURRENT-DATE TO WS-CR-END-TS.
           MOVE WS-MAINT-READ-COUNT TO WS-CR-RECORDS-IN.
           MOVE WS-APPLIED-COUNT    TO WS-CR-RECORDS-OUT.
