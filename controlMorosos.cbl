           SELECT PARAM-MOROSOS ASSIGN TO "../parametros-morosos.txt"
               ORGANIZATION is line sequential.

           SELECT Trans-Act ASSIGN TO "..\TRANS-ACT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS tra-socio
               FILE STATUS IS w-status-act.

           SELECT SOCIOS ASSIGN TO "../socios.dat"
               ORGANIZATION IS INDEXED
           03 filler pic x(13) value "SUSPENSIONES=".
           03 l-tot-susp pic zzzzz9.

       01  w-status-act pic xx.
       01  w-flag-tra pic 9.
       01  w-status-socios pic xx.
       01  w-umbral pic s9(7)v99.
           PERFORM 110-LEER-PARAMETROS.
           MOVE ZERO TO w-flag-tra.
           OPEN INPUT Trans-Act.
           IF w-status-act NOT = "00"
               DISPLAY "No se pudo abrir TRANS-ACT, estado="
                   w-status-act " - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SOCIOS.
           IF w-status-socios NOT = "00"
               DISPLAY "No se pudo abrir SOCIOS, estado="
