      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta en linea de un socio: el operador ingresa
      *          el codigo y ve en una sola pantalla nombre, estado y
      *          limite de SOCIOS, saldo anterior, movimiento y saldo
      *          actual de TRANS-ACT con los acumulados de periodo y
      *          anio por filial y los totales por tipo de movimiento,
      *          y los ultimos movimientos de HISTORIA-TRANS con marca
      *          de reverso y fecha original. Solo lectura: cada
      *          consulta abre los archivos en INPUT y los cierra al
      *          terminar, asi no retiene nada entre consultas. Se usa
      *          fuera de la ventana batch.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTA_SOCIO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUENTAS-GL ASSIGN TO "../cuentas-gl.txt"
               ORGANIZATION is line sequential.

           SELECT FILIALES ASSIGN TO "../filiales.txt"
               ORGANIZATION is line sequential.

           SELECT SOCIOS ASSIGN TO "../socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS soc-codigo
               FILE STATUS IS w-status-socios.

           SELECT Trans-Act ASSIGN TO "..\TRANS-ACT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS tra-socio
               FILE STATUS IS w-status-act.

           SELECT OPTIONAL HISTORIA
               ASSIGN TO "..\HISTORIA-TRANS.txt"
               ORGANIZATION is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  CUENTAS-GL.
       01  cgl-reg.
           03 cgl-tipo pic x.
           03 cgl-cuenta pic 9(6).
           03 cgl-natur pic x.

       FD  FILIALES.
       01  fil-reg.
           03 fil-codigo pic 9.
           03 fil-nombre pic x(20).
           03 fil-estado pic x.
           03 fil-obligada pic x.

       FD  SOCIOS.
       01  soc-reg.
           03 soc-codigo pic 9(4).
           03 soc-estado pic x.
           03 soc-nombre pic x(30).
           03 soc-limite pic 9(7)v99.

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

       FD  HISTORIA.
       01  his-reg.
           03 his-filial pic 9.
           03 his-fecha pic 9(8).
           03 his-socio pic 9(4).
           03 his-movtipo pic x.
           03 his-importe pic s9(7)v99.
           03 his-ts pic x(14).
           03 his-rev pic x.
           03 his-fecha-orig pic 9(8).

       WORKING-STORAGE SECTION.
       01  w-status-socios pic xx.
       01  w-status-act pic xx.
       01  w-flag-cgl pic 9.
       01  w-flag-fil pic 9.
       01  w-flag-his pic 9.
       01  w-fin-consulta pic 9 value zero.
       01  w-soc-hallado pic 9.
       01  w-tra-hallado pic 9.
       01  w-idx pic 99.
       01  w-idx-tipo pic 99.
       01  w-lin pic 99.
       01  w-gl-map-cant pic 99 value zero.
       01  w-tabla-gl-map.
           03 w-gl-map-tipo OCCURS 10 TIMES pic x.
       01  w-tabla-fil-nombre.
           03 w-fil-nombre OCCURS 9 TIMES pic x(20).

      * Ultimos movimientos del socio: HISTORIA se graba en orden de
      * corrida, asi que se guardan los ultimos w-ult-max leidos
      * corriendo la tabla y se muestran del mas nuevo al mas viejo.
       01  w-ult-max pic 99 value 5.
       01  w-ult-cant pic 99.
       01  w-cont-his pic 9(6).
       01  w-tabla-ultimos.
           03 w-ult-entrada OCCURS 5 TIMES.
               05 w-ult-filial pic 9.
               05 w-ult-fecha pic 9(8).
               05 w-ult-movtipo pic x.
               05 w-ult-importe pic s9(7)v99.
               05 w-ult-ts pic x(14).
               05 w-ult-rev pic x.
               05 w-ult-fecha-orig pic 9(8).

       01  w-con-codigo pic 9(4) value zero.
       01  w-con-nombre pic x(30).
       01  w-con-estado pic x(12).
       01  w-con-limite pic 9(7)v99.
       01  w-con-saldo-ant pic s9(9)v99.
       01  w-con-importe pic s9(8)v99.
       01  w-con-saldo-act pic s9(9)v99.
       01  w-pan-mensaje pic x(79).
       01  w-tabla-pantalla.
           03 w-pan-lin OCCURS 18 TIMES pic x(79).

       01  w-titulo-fil.
           03 filler pic x(23) value "FIL NOMBRE".
           03 filler pic x(28)
               value "     PERIODO           ANIO".
           03 filler pic x(3) value " | ".
           03 filler pic x(16) value "TIPO     PERIODO".

       01  w-fila-pan.
           03 w-fp-izq.
               05 w-fp-filial pic 9.
               05 filler pic x(2).
               05 w-fp-nombre pic x(20).
               05 w-fp-pdt pic -(9)9,99.
               05 filler pic x(1).
               05 w-fp-ydt pic -(10)9,99.
           03 w-fp-sep pic x(3).
           03 w-fp-der.
               05 w-fp-tipo pic x.
               05 filler pic x(2).
               05 w-fp-tipo-imp pic -(9)9,99.

       01  w-titulo-mov.
           03 filler pic x(20) value "ULTIMOS MOVIMIENTOS ".
           03 filler pic x(13) value "(EN HISTORIA:".
           03 w-tm-cant pic zzzzz9.
           03 filler pic x(1) value ")".

       01  w-titulo-mov2.
           03 filler pic x(10) value "FECHA".
           03 filler pic x(4) value "FIL".
           03 filler pic x(4) value "TIPO".
           03 filler pic x(12) value "    IMPORTE".
           03 filler pic x(5) value "  REV".
           03 filler pic x(10) value "  F.ORIG".
           03 filler pic x(14) value "SELLO CORRIDA".

       01  w-fila-mov.
           03 w-fm-fecha pic 9(8).
           03 filler pic x(2).
           03 w-fm-filial pic 9.
           03 filler pic x(3).
           03 w-fm-tipo pic x.
           03 filler pic x(3).
           03 w-fm-importe pic -(7)9,99.
           03 filler pic x(3).
           03 w-fm-rev pic x(3).
           03 filler pic x(2).
           03 w-fm-fecha-orig pic x(8).
           03 filler pic x(2).
           03 w-fm-ts pic x(14).

       SCREEN SECTION.
       01  pan-consulta.
           03 blank screen.
           03 line 1 col 28 value "CONSULTA DE SOCIOS".
           03 line 2 col 2 value "SOCIO:".
           03 line 2 col 9 pic 9(4) using w-con-codigo.
           03 line 2 col 15 value "(0000 = FIN)".
           03 line 3 col 2 value "NOMBRE:".
           03 line 3 col 10 pic x(30) from w-con-nombre.
           03 line 3 col 42 value "ESTADO:".
           03 line 3 col 50 pic x(12) from w-con-estado.
           03 line 3 col 63 value "LIMITE:".
           03 line 3 col 70 pic z(6)9,99 from w-con-limite.
           03 line 4 col 2 value "SALDO ANT:".
           03 line 4 col 13 pic -(10)9,99 from w-con-saldo-ant.
           03 line 4 col 29 value "MOV.PERIODO:".
           03 line 4 col 42 pic -(9)9,99 from w-con-importe.
           03 line 4 col 56 value "SALDO ACT:".
           03 line 4 col 66 pic -(10)9,99 from w-con-saldo-act.
           03 line 5 col 1 pic x(79) from w-pan-lin(1).
           03 line 6 col 1 pic x(79) from w-pan-lin(2).
           03 line 7 col 1 pic x(79) from w-pan-lin(3).
           03 line 8 col 1 pic x(79) from w-pan-lin(4).
           03 line 9 col 1 pic x(79) from w-pan-lin(5).
           03 line 10 col 1 pic x(79) from w-pan-lin(6).
           03 line 11 col 1 pic x(79) from w-pan-lin(7).
           03 line 12 col 1 pic x(79) from w-pan-lin(8).
           03 line 13 col 1 pic x(79) from w-pan-lin(9).
           03 line 14 col 1 pic x(79) from w-pan-lin(10).
           03 line 15 col 1 pic x(79) from w-pan-lin(11).
           03 line 16 col 1 pic x(79) from w-pan-lin(12).
           03 line 17 col 1 pic x(79) from w-pan-lin(13).
           03 line 18 col 1 pic x(79) from w-pan-lin(14).
           03 line 19 col 1 pic x(79) from w-pan-lin(15).
           03 line 20 col 1 pic x(79) from w-pan-lin(16).
           03 line 21 col 1 pic x(79) from w-pan-lin(17).
           03 line 22 col 1 pic x(79) from w-pan-lin(18).
           03 line 24 col 1 pic x(79) from w-pan-mensaje.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM UNTIL w-fin-consulta = 1
               DISPLAY pan-consulta
               ACCEPT pan-consulta
               IF w-con-codigo = ZERO
                   MOVE 1 TO w-fin-consulta
               ELSE
                   PERFORM 300-CONSULTAR-SOCIO
               END-IF
           END-PERFORM.
           STOP RUN.

       100-INICIO.
           PERFORM 130-CARGAR-CUENTAS-GL.
           PERFORM 160-CARGAR-FILIALES.
           PERFORM 310-LIMPIAR-PANTALLA.
           MOVE "INGRESE EL CODIGO DE SOCIO Y PRESIONE ENTER"
             TO w-pan-mensaje.

       130-CARGAR-CUENTAS-GL.
           MOVE ZERO TO w-flag-cgl.
           OPEN INPUT CUENTAS-GL.
           PERFORM 135-LEER-CUENTAS-GL.
           PERFORM UNTIL w-flag-cgl = 1 OR w-gl-map-cant = 10
               ADD 1 TO w-gl-map-cant
               MOVE cgl-tipo TO w-gl-map-tipo(w-gl-map-cant)
               PERFORM 135-LEER-CUENTAS-GL
           END-PERFORM.
           CLOSE CUENTAS-GL.

       135-LEER-CUENTAS-GL.
           READ CUENTAS-GL AT END MOVE 1 TO w-flag-cgl.

       160-CARGAR-FILIALES.
           MOVE ZERO TO w-flag-fil.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 9
               MOVE SPACES TO w-fil-nombre(w-idx)
           END-PERFORM.
           OPEN INPUT FILIALES.
           PERFORM 165-LEER-FILIALES.
           PERFORM UNTIL w-flag-fil = 1
               IF fil-codigo NOT = ZERO
                   MOVE fil-nombre TO w-fil-nombre(fil-codigo)
               END-IF
               PERFORM 165-LEER-FILIALES
           END-PERFORM.
           CLOSE FILIALES.

       165-LEER-FILIALES.
           READ FILIALES AT END MOVE 1 TO w-flag-fil.

       300-CONSULTAR-SOCIO.
           PERFORM 310-LIMPIAR-PANTALLA.
           PERFORM 320-LEER-SOCIO.
           IF w-soc-hallado = 1
               PERFORM 330-BUSCAR-TRANS-ACT
               PERFORM 350-BUSCAR-HISTORIA
               PERFORM 370-ARMAR-LINEAS
           END-IF.

       310-LIMPIAR-PANTALLA.
           MOVE SPACES TO w-con-nombre.
           MOVE SPACES TO w-con-estado.
           MOVE ZERO TO w-con-limite.
           MOVE ZERO TO w-con-saldo-ant.
           MOVE ZERO TO w-con-importe.
           MOVE ZERO TO w-con-saldo-act.
           MOVE SPACES TO w-pan-mensaje.
           PERFORM VARYING w-lin FROM 1 BY 1 UNTIL w-lin > 18
               MOVE SPACES TO w-pan-lin(w-lin)
           END-PERFORM.

       320-LEER-SOCIO.
           MOVE ZERO TO w-soc-hallado.
           OPEN INPUT SOCIOS.
           IF w-status-socios NOT = "00"
               MOVE SPACES TO w-pan-mensaje
               STRING "SOCIOS NO DISPONIBLE, ESTADO="
                   DELIMITED BY SIZE
                   w-status-socios DELIMITED BY SIZE
                   INTO w-pan-mensaje
           ELSE
               MOVE w-con-codigo TO soc-codigo
               READ SOCIOS
                   INVALID KEY
                       MOVE "SOCIO INEXISTENTE EN MAESTRO"
                         TO w-pan-mensaje
                   NOT INVALID KEY
                       MOVE 1 TO w-soc-hallado
                       PERFORM 325-MOVER-SOCIO
               END-READ
               CLOSE SOCIOS
           END-IF.

       325-MOVER-SOCIO.
           MOVE soc-nombre TO w-con-nombre.
           IF soc-limite IS NUMERIC
               MOVE soc-limite TO w-con-limite
           END-IF.
           EVALUATE soc-estado
               WHEN "A"
                   MOVE "A ACTIVO" TO w-con-estado
               WHEN "S"
                   MOVE "S SUSPENDIDO" TO w-con-estado
               WHEN "B"
                   MOVE "B BAJA" TO w-con-estado
               WHEN "I"
                   MOVE "I INACTIVO" TO w-con-estado
               WHEN OTHER
                   MOVE soc-estado TO w-con-estado
           END-EVALUATE.

       330-BUSCAR-TRANS-ACT.
           MOVE ZERO TO w-tra-hallado.
           OPEN INPUT Trans-Act.
           IF w-status-act NOT = "00"
               MOVE SPACES TO w-pan-mensaje
               STRING "TRANS-ACT NO DISPONIBLE, ESTADO="
                   DELIMITED BY SIZE
                   w-status-act DELIMITED BY SIZE
                   INTO w-pan-mensaje
           ELSE
               MOVE w-con-codigo TO tra-socio
               READ Trans-Act
                   INVALID KEY
                       MOVE "SOCIO SIN REGISTRO EN TRANS-ACT"
                         TO w-pan-mensaje
                   NOT INVALID KEY
                       MOVE 1 TO w-tra-hallado
               END-READ
               CLOSE Trans-Act
           END-IF.
           IF w-tra-hallado = 1
               MOVE tra-saldo-ant TO w-con-saldo-ant
               MOVE tra-importe TO w-con-importe
               MOVE tra-saldo-act TO w-con-saldo-act
           END-IF.

       350-BUSCAR-HISTORIA.
           MOVE ZERO TO w-ult-cant.
           MOVE ZERO TO w-cont-his.
           MOVE ZERO TO w-flag-his.
           OPEN INPUT HISTORIA.
           PERFORM 355-LEER-HISTORIA.
           PERFORM UNTIL w-flag-his = 1
               IF his-socio = w-con-codigo
                   PERFORM 360-GUARDAR-MOVIMIENTO
               END-IF
               PERFORM 355-LEER-HISTORIA
           END-PERFORM.
           CLOSE HISTORIA.

       355-LEER-HISTORIA.
           READ HISTORIA AT END MOVE 1 TO w-flag-his.

       360-GUARDAR-MOVIMIENTO.
           ADD 1 TO w-cont-his.
           IF w-ult-cant < w-ult-max
               ADD 1 TO w-ult-cant
           ELSE
               PERFORM VARYING w-idx FROM 1 BY 1
               UNTIL w-idx >= w-ult-max
                   MOVE w-ult-entrada(w-idx + 1)
                     TO w-ult-entrada(w-idx)
               END-PERFORM
           END-IF.
           MOVE his-filial TO w-ult-filial(w-ult-cant).
           MOVE his-fecha TO w-ult-fecha(w-ult-cant).
           MOVE his-movtipo TO w-ult-movtipo(w-ult-cant).
           MOVE his-importe TO w-ult-importe(w-ult-cant).
           MOVE his-ts TO w-ult-ts(w-ult-cant).
           MOVE his-rev TO w-ult-rev(w-ult-cant).
           MOVE his-fecha-orig TO w-ult-fecha-orig(w-ult-cant).

      * Lineas 1 a 11: filiales a la izquierda, tipos a la derecha
      * (el orden de tipos es el de cuentas-gl.txt, igual que en
      * CECILIA_OLMOS). Lineas 12 a 18: ultimos movimientos.
       370-ARMAR-LINEAS.
           MOVE w-titulo-fil TO w-pan-lin(1).
           PERFORM VARYING w-lin FROM 2 BY 1 UNTIL w-lin > 11
               PERFORM 375-ARMAR-FILA-SALDOS
           END-PERFORM.
           MOVE w-cont-his TO w-tm-cant.
           MOVE w-titulo-mov TO w-pan-lin(12).
           MOVE w-titulo-mov2 TO w-pan-lin(13).
           MOVE 14 TO w-lin.
           PERFORM VARYING w-idx FROM w-ult-cant BY -1
           UNTIL w-idx < 1
               PERFORM 380-ARMAR-FILA-MOVIMIENTO
               ADD 1 TO w-lin
           END-PERFORM.
           IF w-pan-mensaje = SPACES
               MOVE "CONSULTA COMPLETA - INGRESE OTRO SOCIO"
                 TO w-pan-mensaje
           END-IF.

       375-ARMAR-FILA-SALDOS.
           MOVE SPACES TO w-fila-pan.
           COMPUTE w-idx = w-lin - 1.
           IF w-idx <= 9
               MOVE w-idx TO w-fp-filial
               MOVE w-fil-nombre(w-idx) TO w-fp-nombre
               IF w-tra-hallado = 1
                   MOVE tra-fil-pdt(w-idx) TO w-fp-pdt
                   MOVE tra-fil-ydt(w-idx) TO w-fp-ydt
               ELSE
                   MOVE ZERO TO w-fp-pdt
                   MOVE ZERO TO w-fp-ydt
               END-IF
           END-IF.
           MOVE " | " TO w-fp-sep.
           MOVE w-idx TO w-idx-tipo.
           IF w-idx-tipo <= w-gl-map-cant
               MOVE w-gl-map-tipo(w-idx-tipo) TO w-fp-tipo
               IF w-tra-hallado = 1
                   MOVE tra-tipo-importe(w-idx-tipo) TO w-fp-tipo-imp
               ELSE
                   MOVE ZERO TO w-fp-tipo-imp
               END-IF
           END-IF.
           MOVE w-fila-pan TO w-pan-lin(w-lin).

       380-ARMAR-FILA-MOVIMIENTO.
           MOVE SPACES TO w-fila-mov.
           MOVE w-ult-fecha(w-idx) TO w-fm-fecha.
           MOVE w-ult-filial(w-idx) TO w-fm-filial.
           MOVE w-ult-movtipo(w-idx) TO w-fm-tipo.
           MOVE w-ult-importe(w-idx) TO w-fm-importe.
           IF w-ult-rev(w-idx) = "R"
               MOVE "REV" TO w-fm-rev
               MOVE w-ult-fecha-orig(w-idx) TO w-fm-fecha-orig
           END-IF.
           MOVE w-ult-ts(w-idx) TO w-fm-ts.
           MOVE w-fila-mov TO w-pan-lin(w-lin).
       END PROGRAM CONSULTA_SOCIO.
