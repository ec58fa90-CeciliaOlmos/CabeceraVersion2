      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento batch del maestro de ordenes de debito
      *          automatico (ordenes-debito.dat, clave socio + numero
      *          de orden) a partir de movimientos-ordenes.txt:
      *          alta, modificacion y cancelacion de ordenes, con
      *          informe antes/despues y listado de rechazados.
      *          La orden lleva socio, filial, tipo de movimiento,
      *          importe, frecuencia, vigencia desde/hasta y la
      *          proxima fecha de vencimiento, que despues avanza
      *          GENERA_ORDENES.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANT_ORDENES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMIENTOS ASSIGN TO "../movimientos-ordenes.txt"
               ORGANIZATION is line sequential.

           SELECT CUENTAS-GL ASSIGN TO "../cuentas-gl.txt"
               ORGANIZATION is line sequential.

           SELECT SOCIOS ASSIGN TO "../socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS soc-codigo
               FILE STATUS IS w-status-socios.

           SELECT OPTIONAL ORDENES ASSIGN TO "../ordenes-debito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ord-clave
               FILE STATUS IS w-status-ordenes.

           SELECT CAMBIOS ASSIGN TO "..\CAMBIOS-ORDENES.txt"
               ORGANIZATION is line sequential.

           SELECT RECHAZOS ASSIGN TO "..\RECHAZOS-ORDENES.txt"
               ORGANIZATION is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMIENTOS.
       01  mor-reg.
           03 mor-tipo pic x.
           03 mor-socio pic 9(4).
           03 mor-nro pic 9(2).
           03 mor-filial pic 9.
           03 mor-movtipo pic x.
           03 mor-importe pic 9(7)v99.
           03 mor-frecuencia pic x.
           03 mor-desde pic 9(8).
           03 mor-hasta pic 9(8).

       FD  CUENTAS-GL.
       01  cgl-reg.
           03 cgl-tipo pic x.
           03 cgl-cuenta pic 9(6).
           03 cgl-natur pic x.

       FD  SOCIOS.
       01  soc-reg.
           03 soc-codigo pic 9(4).
           03 soc-estado pic x.
           03 soc-nombre pic x(30).
           03 soc-limite pic 9(7)v99.

      * Frecuencia: M mensual, B bimestral, T trimestral, S semestral,
      * A anual. Estado: A activa, F finalizada (paso la fecha hasta),
      * C cancelada. Fecha hasta cero = sin vencimiento.
       FD  ORDENES.
       01  ord-reg.
           03 ord-clave.
               05 ord-socio pic 9(4).
               05 ord-nro pic 9(2).
           03 ord-filial pic 9.
           03 ord-movtipo pic x.
           03 ord-importe pic 9(7)v99.
           03 ord-frecuencia pic x.
           03 ord-desde pic 9(8).
           03 ord-hasta pic 9(8).
           03 ord-proxima pic 9(8).
           03 ord-estado pic x.
           03 ord-ult-generada pic 9(8).

       FD  CAMBIOS.
       01  lin-cambio pic x(132).

       FD  RECHAZOS.
       01  lin-rechazo pic x(90).

       WORKING-STORAGE SECTION.
       01  cabecera-cam.
           03 filler pic x(30) value spaces.
           03 filler pic x(40)
               value "CAMBIOS APLICADOS A ORDENES DE DEBITO".

       01  titulo-cam.
           03 filler pic x(5) value spaces.
           03 filler pic x(5) value "SOCIO".
           03 filler pic x(2) value spaces.
           03 filler pic x(3) value "ORD".
           03 filler pic x(2) value spaces.
           03 filler pic x(4) value "MOV".
           03 filler pic x(9) value "IMAGEN".
           03 filler pic x(5) value "FIL".
           03 filler pic x(5) value "TIPO".
           03 filler pic x(13) value "      IMPORTE".
           03 filler pic x(5) value " FRE".
           03 filler pic x(10) value "    HASTA".
           03 filler pic x(9) value "  PROXIMA".
           03 filler pic x(4) value " EST".

       01  linea-cam.
           03 filler pic x(5) value spaces.
           03 l-cam-socio pic z(3)9.
           03 filler pic x(3) value spaces.
           03 l-cam-nro pic 99.
           03 filler pic x(3) value spaces.
           03 l-cam-tipo pic x.
           03 filler pic x(3) value spaces.
           03 l-cam-momento pic x(7).
           03 filler pic x(2) value spaces.
           03 l-cam-filial pic 9.
           03 filler pic x(4) value spaces.
           03 l-cam-movtipo pic x.
           03 filler pic x(2) value spaces.
           03 l-cam-importe pic z(6)9,99.
           03 filler pic x(3) value spaces.
           03 l-cam-frecuencia pic x.
           03 filler pic x(2) value spaces.
           03 l-cam-hasta pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-cam-proxima pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-cam-estado pic x.

       01  cabecera-rch.
           03 filler pic x(25) value spaces.
           03 filler pic x(33)
               value "MOVIMIENTOS DE ORDENES RECHAZADOS".

       01  titulo-rch.
           03 filler pic x(5) value spaces.
           03 filler pic x(5) value "SOCIO".
           03 filler pic x(2) value spaces.
           03 filler pic x(3) value "ORD".
           03 filler pic x(2) value spaces.
           03 filler pic x(4) value "MOV".
           03 filler pic x(4) value spaces.
           03 filler pic x(36) value "MOTIVO".

       01  linea-rch.
           03 filler pic x(5) value spaces.
           03 l-rch-socio pic z(3)9.
           03 filler pic x(3) value spaces.
           03 l-rch-nro pic 99.
           03 filler pic x(3) value spaces.
           03 l-rch-tipo pic x.
           03 filler pic x(7) value spaces.
           03 l-rch-motivo pic x(40).

       01  guarda-mant.
           03 filler pic x(90) value all "*".

       01  linea-totales.
           03 filler pic x(7) value "LEIDOS=".
           03 l-tot-leidos pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "APLICADOS=".
           03 l-tot-aplicados pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(11) value "RECHAZADOS=".
           03 l-tot-rechazados pic zzzzz9.

       01  w-flag-mov pic 9.
       01  w-flag-cgl pic 9.
       01  w-flag-ord-inexistente pic 9.
       01  w-status-socios pic xx.
       01  w-status-ordenes pic xx.
       01  w-idx-tipo pic 99.
       01  w-tipo-ok pic 9.
       01  w-gl-map-cant pic 99 value zero.
       01  w-tabla-gl-map.
           03 w-gl-map-tipo OCCURS 10 TIMES pic x.
       01  w-ord-ant.
           03 w-ant-clave pic x(6).
           03 w-ant-filial pic 9.
           03 w-ant-movtipo pic x.
           03 w-ant-importe pic 9(7)v99.
           03 w-ant-frecuencia pic x.
           03 w-ant-desde pic 9(8).
           03 w-ant-hasta pic 9(8).
           03 w-ant-proxima pic 9(8).
           03 w-ant-estado pic x.
           03 w-ant-ult-generada pic 9(8).
       01  w-cont-leidos pic 9(6) value zero.
       01  w-cont-aplicados pic 9(6) value zero.
       01  w-cont-rechazados pic 9(6) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-LEER-MOVIMIENTOS.
           PERFORM UNTIL w-flag-mov = 1
               PERFORM 300-PROCESAR-MOVIMIENTO
               PERFORM 200-LEER-MOVIMIENTOS
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 130-CARGAR-CUENTAS-GL.
           MOVE ZERO TO w-flag-mov.
           OPEN INPUT MOVIMIENTOS.
           OPEN INPUT SOCIOS.
           IF w-status-socios NOT = "00"
               DISPLAY "No se pudo abrir SOCIOS, estado="
                   w-status-socios " - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * La primera corrida crea el maestro de ordenes (estado 05).
           OPEN I-O ORDENES.
           IF w-status-ordenes NOT = "00"
           AND w-status-ordenes NOT = "05"
               DISPLAY "No se pudo abrir ORDENES, estado="
                   w-status-ordenes " - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CAMBIOS.
           OPEN OUTPUT RECHAZOS.
           MOVE guarda-mant TO lin-cambio.
           WRITE lin-cambio.
           MOVE cabecera-cam TO lin-cambio.
           WRITE lin-cambio.
           MOVE guarda-mant TO lin-cambio.
           WRITE lin-cambio.
           MOVE titulo-cam TO lin-cambio.
           WRITE lin-cambio.
           MOVE guarda-mant TO lin-rechazo.
           WRITE lin-rechazo.
           MOVE cabecera-rch TO lin-rechazo.
           WRITE lin-rechazo.
           MOVE guarda-mant TO lin-rechazo.
           WRITE lin-rechazo.
           MOVE titulo-rch TO lin-rechazo.
           WRITE lin-rechazo.

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
           IF w-gl-map-cant = ZERO
               DISPLAY "CUENTAS-GL vacio o inexistente - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       135-LEER-CUENTAS-GL.
           READ CUENTAS-GL AT END MOVE 1 TO w-flag-cgl.

       200-LEER-MOVIMIENTOS.
           READ MOVIMIENTOS AT END MOVE 1 TO w-flag-mov.

       300-PROCESAR-MOVIMIENTO.
           ADD 1 TO w-cont-leidos.
           IF mor-socio NOT NUMERIC OR mor-socio = ZERO
           OR mor-nro NOT NUMERIC OR mor-nro = ZERO
               MOVE "SOCIO U ORDEN INVALIDOS" TO l-rch-motivo
               PERFORM 600-GRABAR-RECHAZO
           ELSE
               PERFORM 310-LEER-MAESTRO
               EVALUATE mor-tipo
                   WHEN "A"
                       PERFORM 400-APLICAR-ALTA
                   WHEN "M"
                       PERFORM 420-APLICAR-MODIFICACION
                   WHEN "C"
                       PERFORM 440-APLICAR-CANCELACION
                   WHEN OTHER
                       MOVE "TIPO DE MOVIMIENTO INVALIDO"
                           TO l-rch-motivo
                       PERFORM 600-GRABAR-RECHAZO
               END-EVALUATE
           END-IF.

       310-LEER-MAESTRO.
           MOVE mor-socio TO ord-socio.
           MOVE mor-nro TO ord-nro.
           READ ORDENES
               INVALID KEY
                   MOVE 1 TO w-flag-ord-inexistente
               NOT INVALID KEY
                   MOVE 0 TO w-flag-ord-inexistente
           END-READ.

       320-BUSCAR-TIPO-MOV.
           MOVE ZERO TO w-tipo-ok.
           PERFORM VARYING w-idx-tipo FROM 1 BY 1
           UNTIL w-idx-tipo > w-gl-map-cant
               IF w-gl-map-tipo(w-idx-tipo) = mor-movtipo
                   MOVE 1 TO w-tipo-ok
               END-IF
           END-PERFORM.

      * La orden se valida completa antes de grabarla: socio
      * existente y no dado de baja, filial, tipo con cuenta GL,
      * importe, frecuencia y vigencia.
       400-APLICAR-ALTA.
           IF w-flag-ord-inexistente = ZERO
               MOVE "ALTA DUPLICADA, ORDEN YA EXISTE" TO l-rch-motivo
               PERFORM 600-GRABAR-RECHAZO
           ELSE
               MOVE mor-socio TO soc-codigo
               READ SOCIOS
                   INVALID KEY
                       MOVE SPACES TO soc-estado
               END-READ
               PERFORM 320-BUSCAR-TIPO-MOV
               EVALUATE TRUE
                   WHEN soc-estado = SPACES
                       MOVE "SOCIO INEXISTENTE" TO l-rch-motivo
                       PERFORM 600-GRABAR-RECHAZO
                   WHEN soc-estado = "B"
                       MOVE "SOCIO DADO DE BAJA" TO l-rch-motivo
                       PERFORM 600-GRABAR-RECHAZO
                   WHEN mor-filial NOT NUMERIC OR mor-filial = ZERO
                       MOVE "FILIAL INVALIDA" TO l-rch-motivo
                       PERFORM 600-GRABAR-RECHAZO
                   WHEN w-tipo-ok = ZERO
                       MOVE "TIPO DE MOVIMIENTO SIN CUENTA GL"
                           TO l-rch-motivo
                       PERFORM 600-GRABAR-RECHAZO
                   WHEN mor-importe NOT NUMERIC OR mor-importe = ZERO
                       MOVE "IMPORTE INVALIDO" TO l-rch-motivo
                       PERFORM 600-GRABAR-RECHAZO
                   WHEN mor-frecuencia NOT = "M" AND NOT = "B"
                       AND NOT = "T" AND NOT = "S" AND NOT = "A"
                       MOVE "FRECUENCIA INVALIDA" TO l-rch-motivo
                       PERFORM 600-GRABAR-RECHAZO
                   WHEN mor-desde NOT NUMERIC OR mor-desde = ZERO
                       MOVE "FECHA DESDE INVALIDA" TO l-rch-motivo
                       PERFORM 600-GRABAR-RECHAZO
                   WHEN mor-hasta NOT NUMERIC
                   OR (mor-hasta NOT = ZERO AND mor-hasta < mor-desde)
                       MOVE "FECHA HASTA INVALIDA" TO l-rch-motivo
                       PERFORM 600-GRABAR-RECHAZO
                   WHEN OTHER
                       MOVE mor-socio TO ord-socio
                       MOVE mor-nro TO ord-nro
                       MOVE mor-filial TO ord-filial
                       MOVE mor-movtipo TO ord-movtipo
                       MOVE mor-importe TO ord-importe
                       MOVE mor-frecuencia TO ord-frecuencia
                       MOVE mor-desde TO ord-desde
                       MOVE mor-hasta TO ord-hasta
                       MOVE mor-desde TO ord-proxima
                       MOVE "A" TO ord-estado
                       MOVE ZERO TO ord-ult-generada
                       WRITE ord-reg
                           INVALID KEY
                               MOVE "ERROR DE GRABACION EN MAESTRO"
                                   TO l-rch-motivo
                               PERFORM 600-GRABAR-RECHAZO
                           NOT INVALID KEY
                               PERFORM 500-GRABAR-CAMBIO
                       END-WRITE
               END-EVALUATE
           END-IF.

      * Solo se modifican los campos informados: filial, importe,
      * frecuencia y fecha hasta. La proxima fecha no se toca.
       420-APLICAR-MODIFICACION.
           IF w-flag-ord-inexistente = 1
               MOVE "MODIFICACION DE ORDEN INEXISTENTE"
                   TO l-rch-motivo
               PERFORM 600-GRABAR-RECHAZO
           ELSE
               IF ord-estado NOT = "A"
                   MOVE "MODIFICACION DE ORDEN NO ACTIVA"
                       TO l-rch-motivo
                   PERFORM 600-GRABAR-RECHAZO
               ELSE
                   IF mor-hasta IS NUMERIC AND mor-hasta NOT = ZERO
                   AND mor-hasta < ord-desde
                       MOVE "FECHA HASTA INVALIDA" TO l-rch-motivo
                       PERFORM 600-GRABAR-RECHAZO
                   ELSE
                       MOVE ord-reg TO w-ord-ant
                       IF mor-filial IS NUMERIC
                       AND mor-filial NOT = ZERO
                           MOVE mor-filial TO ord-filial
                       END-IF
                       IF mor-importe IS NUMERIC
                       AND mor-importe NOT = ZERO
                           MOVE mor-importe TO ord-importe
                       END-IF
                       IF mor-frecuencia = "M" OR "B" OR "T" OR "S"
                       OR "A"
                           MOVE mor-frecuencia TO ord-frecuencia
                       END-IF
                       IF mor-hasta IS NUMERIC AND mor-hasta NOT = ZERO
                           MOVE mor-hasta TO ord-hasta
                       END-IF
                       IF ord-reg = w-ord-ant
                           MOVE "MODIFICACION SIN DATOS" TO l-rch-motivo
                           PERFORM 600-GRABAR-RECHAZO
                       ELSE
                           PERFORM 550-REGRABAR-MAESTRO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       440-APLICAR-CANCELACION.
           IF w-flag-ord-inexistente = 1
               MOVE "CANCELACION DE ORDEN INEXISTENTE"
                   TO l-rch-motivo
               PERFORM 600-GRABAR-RECHAZO
           ELSE
               IF ord-estado NOT = "A"
                   MOVE "CANCELACION DE ORDEN NO ACTIVA"
                       TO l-rch-motivo
                   PERFORM 600-GRABAR-RECHAZO
               ELSE
                   MOVE ord-reg TO w-ord-ant
                   MOVE "C" TO ord-estado
                   PERFORM 550-REGRABAR-MAESTRO
               END-IF
           END-IF.

      * Imagen antes (si existia) y despues de la orden.
       500-GRABAR-CAMBIO.
           IF w-flag-ord-inexistente = ZERO
               PERFORM 505-LINEA-ANTES
           END-IF.
           PERFORM 510-LINEA-DESPUES.
           ADD 1 TO w-cont-aplicados.

       505-LINEA-ANTES.
           MOVE mor-socio TO l-cam-socio.
           MOVE mor-nro TO l-cam-nro.
           MOVE mor-tipo TO l-cam-tipo.
           MOVE "ANTES" TO l-cam-momento.
           MOVE w-ant-filial TO l-cam-filial.
           MOVE w-ant-movtipo TO l-cam-movtipo.
           MOVE w-ant-importe TO l-cam-importe.
           MOVE w-ant-frecuencia TO l-cam-frecuencia.
           MOVE w-ant-hasta TO l-cam-hasta.
           MOVE w-ant-proxima TO l-cam-proxima.
           MOVE w-ant-estado TO l-cam-estado.
           MOVE linea-cam TO lin-cambio.
           WRITE lin-cambio.

       510-LINEA-DESPUES.
           MOVE mor-socio TO l-cam-socio.
           MOVE mor-nro TO l-cam-nro.
           MOVE mor-tipo TO l-cam-tipo.
           MOVE "DESPUES" TO l-cam-momento.
           MOVE ord-filial TO l-cam-filial.
           MOVE ord-movtipo TO l-cam-movtipo.
           MOVE ord-importe TO l-cam-importe.
           MOVE ord-frecuencia TO l-cam-frecuencia.
           MOVE ord-hasta TO l-cam-hasta.
           MOVE ord-proxima TO l-cam-proxima.
           MOVE ord-estado TO l-cam-estado.
           MOVE linea-cam TO lin-cambio.
           WRITE lin-cambio.

       550-REGRABAR-MAESTRO.
           REWRITE ord-reg
               INVALID KEY
                   MOVE "ERROR DE REGRABACION EN MAESTRO"
                       TO l-rch-motivo
                   PERFORM 600-GRABAR-RECHAZO
               NOT INVALID KEY
                   PERFORM 500-GRABAR-CAMBIO
           END-REWRITE.

       600-GRABAR-RECHAZO.
           MOVE mor-socio TO l-rch-socio.
           MOVE mor-nro TO l-rch-nro.
           MOVE mor-tipo TO l-rch-tipo.
           MOVE linea-rch TO lin-rechazo.
           WRITE lin-rechazo.
           ADD 1 TO w-cont-rechazados.

       900-FIN.
           MOVE w-cont-leidos TO l-tot-leidos.
           MOVE w-cont-aplicados TO l-tot-aplicados.
           MOVE w-cont-rechazados TO l-tot-rechazados.
           MOVE linea-totales TO lin-cambio.
           WRITE lin-cambio.
           DISPLAY linea-totales.
           CLOSE MOVIMIENTOS.
           CLOSE SOCIOS.
           CLOSE ORDENES.
           CLOSE CAMBIOS.
           CLOSE RECHAZOS.
       END PROGRAM MANT_ORDENES.
