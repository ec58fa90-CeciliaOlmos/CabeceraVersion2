           SELECT PARAM-CIERRE ASSIGN TO "../parametros-cierre.txt"
               ORGANIZATION is line sequential.

           SELECT Trans-Act ASSIGN TO "..\TRANS-ACT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS tra-socio
               FILE STATUS IS w-status-act.

           SELECT SOCIOS ASSIGN TO "../socios.dat"
               ORGANIZATION IS INDEXED
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "IMPORTE=".
           03 l-tot-importe pic z(9)9,99-.
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "INACTIVOS=".
           03 l-tot-inactivos pic zzzzz9.

       01  w-status-act pic xx.
       01  w-flag-tra pic 9.
       01  w-flag-spr pic 9.
       01  w-status-socios pic xx.
       01  w-cont-socios pic 9(6) value zero.
       01  w-cont-intereses pic 9(6) value zero.
       01  w-cont-cuotas pic 9(6) value zero.
       01  w-cont-inactivos pic 9(6) value zero.
       01  w-acum-cargos pic s9(9)v99 value zero.

       PROCEDURE DIVISION.
           PERFORM 120-VERIFICAR-SEGMENTO-LIBRE.
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
               INVALID KEY
                   MOVE SPACES TO soc-estado
           END-READ.
      * Solo los activos generan cargos: suspendidos, bajas e
      * inactivos (estado I) no pagan cuota ni devengan interes.
           IF soc-estado = "I"
               ADD 1 TO w-cont-inactivos
           END-IF.
           IF soc-estado = "A"
               ADD 1 TO w-cont-socios
               IF tra-saldo-act < ZERO
           MOVE w-cont-intereses TO l-tot-int.
           MOVE w-cont-cuotas TO l-tot-cuo.
           MOVE w-acum-cargos TO l-tot-importe.
           MOVE w-cont-inactivos TO l-tot-inactivos.
           MOVE guarda-crg TO lin-cargos.
           WRITE lin-cargos.
           MOVE linea-tot-crg TO lin-cargos.
