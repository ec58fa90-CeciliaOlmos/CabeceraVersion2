               ASSIGN TO DYNAMIC w-arch-anual
               ORGANIZATION is line sequential.

           SELECT Trans-Act ASSIGN TO "..\TRANS-ACT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS tra-socio
               FILE STATUS IS w-status-act.

           SELECT arch-sort ASSIGN to "sortverif".

       01  w-flag-arc pic 9.
       01  w-flag-his pic 9.
       01  w-flag-sort pic 9.
       01  w-status-act pic xx.
       01  w-flag-tra pic 9.
       01  w-flag-cgl pic 9.
       01  w-idx pic 99.
           MOVE ZERO TO w-flag-sort.
           MOVE ZERO TO w-flag-tra.
           OPEN INPUT Trans-Act.
           IF w-status-act NOT = "00"
               DISPLAY "No se pudo abrir TRANS-ACT, estado="
                   w-status-act " - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 410-LEER-SORT.
           PERFORM 420-LEER-TRA.
           PERFORM UNTIL w-flag-sort = 1 AND w-flag-tra = 1
