           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Adjustments keyed by hand, or generated in bulk by ADJGEN from
      * a released preview; either way every record goes through the
      * same authorization checks before it is applied.
           SELECT ADJUSTMENT-FILE ASSIGN TO ADJFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS-ADJ.
