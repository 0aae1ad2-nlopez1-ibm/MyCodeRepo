               88  ASYS-STATUS-COMPLETE                VALUE 'C'.
               88  ASYS-STATUS-ABENDED                 VALUE 'A'.
               88  ASYS-STATUS-INTERRUPTED             VALUE 'I'.
           05  ASYS-REFERENCE-ID           PIC X(29).
           05  ASYS-ABCODE                 PIC X(4).
           05  ASYS-START-TIMESTAMP        PIC X(26).
           05  ASYS-END-TIMESTAMP          PIC X(26).
