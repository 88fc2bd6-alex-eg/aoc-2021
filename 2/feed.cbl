           05 MST-RUN-UP PIC 9(8).
           05 MST-RUN-DOWN PIC 9(8).
           05 MST-RUN-TOTAL PIC 9(8).
           05 MST-FUEL-STOCKED PIC A(1).
           05 MST-FUEL-ON-HAND PIC 9(8).
           05 MST-FUEL-RECEIVED PIC 9(8).
           05 MST-FUEL-REMOVED PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-REPORT-STATUS PIC X(2).
