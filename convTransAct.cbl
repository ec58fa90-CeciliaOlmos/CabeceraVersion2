      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion por unica vez de TRANS-ACT y TRANS-ACT-ANT
      *          de secuencial a indexado por socio: lee los archivos
      *          secuenciales TRANS-ACT.txt y, si existe,
      *          TRANS-ACT-ANT.txt, y graba TRANS-ACT.dat y
      *          TRANS-ACT-ANT.dat con el mismo registro. Totaliza el
      *          saldo actual leido y grabado de cada archivo para
      *          comprobar que los saldos no cambian. Para convertir
      *          una copia de resguardo se la deja con el nombre del
      *          secuencial y se mueve la salida.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONV_TRANS_ACT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACT-SEC ASSIGN TO "..\TRANS-ACT.txt"
               FILE STATUS IS w-status-sec.

           SELECT OPTIONAL ACT-ANT-SEC
               ASSIGN TO "..\TRANS-ACT-ANT.txt"
               FILE STATUS IS w-status-ant-sec.

           SELECT Trans-Act ASSIGN TO "..\TRANS-ACT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS tra-socio
               FILE STATUS IS w-status-act.

           SELECT Trans-Act-Ant ASSIGN TO "..\TRANS-ACT-ANT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS traa-socio
               FILE STATUS IS w-status-act-ant.

       DATA DIVISION.
       FILE SECTION.
       FD  ACT-SEC.
       01  sec-reg.
           03 sec-socio pic 9(4).
           03 sec-saldo-ant pic S9(9)V99.
           03 sec-importe pic S9(8)V99.
           03 sec-saldo-act pic S9(9)V99.
           03 sec-filial-detalle OCCURS 9 TIMES.
               05 sec-fil-pdt pic S9(8)V99.
               05 sec-fil-ydt pic S9(9)V99.
           03 sec-tipo-detalle OCCURS 10 TIMES.
               05 sec-tipo-importe pic S9(8)V99.

       FD  ACT-ANT-SEC.
       01  sea-reg.
           03 sea-socio pic 9(4).
           03 sea-saldo-ant pic S9(9)V99.
           03 sea-importe pic S9(8)V99.
           03 sea-saldo-act pic S9(9)V99.
           03 sea-filial-detalle OCCURS 9 TIMES.
               05 sea-fil-pdt pic S9(8)V99.
               05 sea-fil-ydt pic S9(9)V99.
           03 sea-tipo-detalle OCCURS 10 TIMES.
               05 sea-tipo-importe pic S9(8)V99.

       FD  Trans-Act.
       01  tra-reg.
           03 tra-socio pic 9(4).
           03 tra-saldo-ant pic S9(9)V99.
           03 tra-importe pic S9(8)V99.
           03 tra-saldo-act pic S9(9)V99.
           03 tra-filial-detalle OCCURS 9 TIMES.
               05 tra-fil-pdt pic S9(8)V99.
               05 tra-fil-ydt pic S9(9)V99.
           03 tra-tipo-detalle OCCURS 10 TIMES.
               05 tra-tipo-importe pic S9(8)V99.

       FD  Trans-Act-Ant.
       01  traa-reg.
           03 traa-socio pic 9(4).
           03 traa-saldo-ant pic S9(9)V99.
           03 traa-importe pic S9(8)V99.
           03 traa-saldo-act pic S9(9)V99.
           03 traa-filial-detalle OCCURS 9 TIMES.
               05 traa-fil-pdt pic S9(8)V99.
               05 traa-fil-ydt pic S9(9)V99.
           03 traa-tipo-detalle OCCURS 10 TIMES.
               05 traa-tipo-importe pic S9(8)V99.

       WORKING-STORAGE SECTION.
       01  linea-totales.
           03 l-tot-archivo pic x(14).
           03 filler pic x(7) value "LEIDOS=".
           03 l-tot-leidos pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(9) value "GRABADOS=".
           03 l-tot-grabados pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(13) value "SALDO LEIDO=".
           03 l-tot-saldo-leido pic -(11)9,99.
           03 filler pic x(2) value spaces.
           03 filler pic x(15) value "SALDO GRABADO=".
           03 l-tot-saldo-grabado pic -(11)9,99.
           03 filler pic x(2) value spaces.
           03 l-tot-control pic x(10).

       01  w-status-sec pic xx.
       01  w-status-ant-sec pic xx.
       01  w-status-act pic xx.
       01  w-status-act-ant pic xx.
       01  w-flag-sec pic 9.
       01  w-flag-ant pic 9.
       01  w-hay-anterior pic 9 value zero.
       01  w-cont-leidos pic 9(6) value zero.
       01  w-cont-grabados pic 9(6) value zero.
       01  w-saldo-leido pic s9(11)v99 value zero.
       01  w-saldo-grabado pic s9(11)v99 value zero.
       01  w-cont-ant-leidos pic 9(6) value zero.
       01  w-cont-ant-grabados pic 9(6) value zero.
       01  w-saldo-ant-leido pic s9(11)v99 value zero.
       01  w-saldo-ant-grabado pic s9(11)v99 value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-ACTUAL.
           PERFORM UNTIL w-flag-sec = 1
               PERFORM 300-CONVERTIR-ACTUAL
               PERFORM 200-LEER-ACTUAL
           END-PERFORM.
           IF w-hay-anterior = 1
               PERFORM 210-LEER-ANTERIOR
               PERFORM UNTIL w-flag-ant = 1
                   PERFORM 310-CONVERTIR-ANTERIOR
                   PERFORM 210-LEER-ANTERIOR
               END-PERFORM
           END-IF.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           MOVE ZERO TO w-flag-sec.
           MOVE ZERO TO w-flag-ant.
           OPEN INPUT ACT-SEC.
           IF w-status-sec NOT = "00"
               DISPLAY "No se pudo abrir TRANS-ACT.txt, estado="
                   w-status-sec " - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT Trans-Act.
           IF w-status-act NOT = "00"
               DISPLAY "No se pudo crear TRANS-ACT, estado="
                   w-status-act " - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * El anterior solo existe si ya hubo un cierre con el esquema
      * secuencial; si no esta, no se crea el indexado vacio.
           OPEN INPUT ACT-ANT-SEC.
           IF w-status-ant-sec = "00"
               MOVE 1 TO w-hay-anterior
               OPEN OUTPUT Trans-Act-Ant
               IF w-status-act-ant NOT = "00"
                   DISPLAY "No se pudo crear TRANS-ACT-ANT, estado="
                       w-status-act-ant " - ABORTANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "TRANS-ACT-ANT.txt inexistente - no se convierte"
           END-IF.

       200-LEER-ACTUAL.
           READ ACT-SEC AT END MOVE 1 TO w-flag-sec.

       210-LEER-ANTERIOR.
           READ ACT-ANT-SEC AT END MOVE 1 TO w-flag-ant.

       300-CONVERTIR-ACTUAL.
           ADD 1 TO w-cont-leidos.
           ADD sec-saldo-act TO w-saldo-leido.
           MOVE sec-reg TO tra-reg.
           WRITE tra-reg
               INVALID KEY
                   DISPLAY "ERROR DE GRABACION TRANS-ACT SOCIO "
                       sec-socio " estado=" w-status-act
                       " - ABORTANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   ADD 1 TO w-cont-grabados
                   ADD tra-saldo-act TO w-saldo-grabado
           END-WRITE.

       310-CONVERTIR-ANTERIOR.
           ADD 1 TO w-cont-ant-leidos.
           ADD sea-saldo-act TO w-saldo-ant-leido.
           MOVE sea-reg TO traa-reg.
           WRITE traa-reg
               INVALID KEY
                   DISPLAY "ERROR DE GRABACION TRANS-ACT-ANT SOCIO "
                       sea-socio " estado=" w-status-act-ant
                       " - ABORTANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   ADD 1 TO w-cont-ant-grabados
                   ADD traa-saldo-act TO w-saldo-ant-grabado
           END-WRITE.

       900-FIN.
           MOVE "TRANS-ACT" TO l-tot-archivo.
           MOVE w-cont-leidos TO l-tot-leidos.
           MOVE w-cont-grabados TO l-tot-grabados.
           MOVE w-saldo-leido TO l-tot-saldo-leido.
           MOVE w-saldo-grabado TO l-tot-saldo-grabado.
           IF w-cont-leidos = w-cont-grabados
           AND w-saldo-leido = w-saldo-grabado
               MOVE "OK" TO l-tot-control
           ELSE
               MOVE "DIFERENCIA" TO l-tot-control
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY linea-totales.
           CLOSE ACT-SEC.
           CLOSE Trans-Act.
           IF w-hay-anterior = 1
               MOVE "TRANS-ACT-ANT" TO l-tot-archivo
               MOVE w-cont-ant-leidos TO l-tot-leidos
               MOVE w-cont-ant-grabados TO l-tot-grabados
               MOVE w-saldo-ant-leido TO l-tot-saldo-leido
               MOVE w-saldo-ant-grabado TO l-tot-saldo-grabado
               IF w-cont-ant-leidos = w-cont-ant-grabados
               AND w-saldo-ant-leido = w-saldo-ant-grabado
                   MOVE "OK" TO l-tot-control
               ELSE
                   MOVE "DIFERENCIA" TO l-tot-control
                   MOVE 8 TO RETURN-CODE
               END-IF
               DISPLAY linea-totales
               CLOSE ACT-ANT-SEC
               CLOSE Trans-Act-Ant
           END-IF.
       END PROGRAM CONV_TRANS_ACT.
