      ******************************************************************
      * Author:
      * Date:
      * Purpose: Generacion de debitos automaticos: para la fecha de
      *          proceso toma del maestro ordenes-debito.dat las
      *          ordenes activas vencidas y las emite como segmentos
      *          estandar (cabecera C, fecha F, detalles y trailer T),
      *          uno por filial, igual que CIERRE_MENSUAL con los
      *          cargos mensuales, para que entren por la corrida
      *          normal. Avanza la proxima fecha segun la frecuencia
      *          y finaliza las ordenes que pasan su fecha hasta.
      *          Las ordenes de socios suspendidos, dados de baja,
      *          inactivos o inexistentes en SOCIOS se retienen y se
      *          informan sin generar ni avanzar. Si se vuelve a
      *          correr para la misma fecha se reemiten las ya
      *          generadas sin avanzarlas de nuevo. Los segmentos
      *          llevan en la F la fecha de segmento del parametro,
      *          distinta de la fecha de proceso; si esa fecha ya
      *          figura en SEGMENTOS-PROC se aborta sin generar.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA_ORDENES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-ORDENES ASSIGN TO "../parametros-ordenes.txt"
               ORGANIZATION is line sequential.

           SELECT ORDENES ASSIGN TO "../ordenes-debito.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ord-clave
               FILE STATUS IS w-status-ordenes.

           SELECT SOCIOS ASSIGN TO "../socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS soc-codigo
               FILE STATUS IS w-status-socios.

           SELECT OPTIONAL SEGMENTOS-PROC
               ASSIGN TO "../SEGMENTOS-PROC.txt"
               ORGANIZATION is line sequential.

           SELECT arch-sort ASSIGN to "sortordenes".

           SELECT DEBITOS ASSIGN TO "../debitos-automaticos.txt"
               ORGANIZATION is line sequential.

           SELECT LISTADO-DEBITOS ASSIGN TO "..\LISTADO-DEBITOS.txt"
               ORGANIZATION is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-ORDENES.
       01  pord-reg.
           03 pord-fecha pic 9(8).
           03 pord-fecha-seg pic 9(8).

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

       FD  SOCIOS.
       01  soc-reg.
           03 soc-codigo pic 9(4).
           03 soc-estado pic x.
           03 soc-nombre pic x(30).
           03 soc-limite pic 9(7)v99.

       FD  SEGMENTOS-PROC.
       01  spr-reg.
           03 spr-filial pic 9.
           03 spr-fecha pic 9(8).

       SD  arch-sort.
       01  srt-reg.
           03 srt-filial pic 9.
           03 srt-socio pic 9(4).
           03 srt-nro pic 9(2).
           03 srt-movtipo pic x.
           03 srt-importe pic 9(7)v99.
           03 srt-proxima pic 9(8).
           03 srt-accion pic x(30).

       FD  DEBITOS.
       01  deb-cab1-reg.
           03 deb-cab1-tipo pic x.
           03 deb-cab1-filial pic 9.
       01  deb-cab2-reg.
           03 deb-cab2-tipo pic x.
           03 deb-cab2-fecha pic 9(8).
       01  deb-det-reg.
           03 deb-det-tipo pic x.
           03 deb-det-movtipo pic x.
           03 deb-det-socio pic 9(4).
           03 deb-det-importe pic s9(7)v99.
           03 deb-det-resub pic 9.
       01  deb-trailer-reg.
           03 deb-trailer-tipo pic x.
           03 deb-trailer-cant pic 9(6).
           03 deb-trailer-importe pic s9(9)v99.

       FD  LISTADO-DEBITOS.
       01  lin-debitos pic x(90).

       WORKING-STORAGE SECTION.
       01  cabecera-deb.
           03 filler pic x(20) value spaces.
           03 filler pic x(34)
               value "DEBITOS AUTOMATICOS   FECHA ".
           03 l-deb-fecha pic 9(8).
           03 filler pic x(10) value "  SEGMENTO".
           03 filler pic x(1) value space.
           03 l-deb-fecha-seg pic 9(8).

       01  subtitulo-deb.
           03 filler pic x(5) value spaces.
           03 l-deb-seccion pic x(30).

       01  titulo-deb.
           03 filler pic x(5) value spaces.
           03 filler pic x(4) value "FIL".
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(4) value "ORD".
           03 filler pic x(5) value "TIPO".
           03 filler pic x(13) value "      IMPORTE".
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "PROXIMA".
           03 filler pic x(30) value "ACCION".

       01  linea-deb.
           03 filler pic x(5) value spaces.
           03 l-deb-filial pic 9.
           03 filler pic x(3) value spaces.
           03 l-deb-socio pic z(3)9.
           03 filler pic x(2) value spaces.
           03 l-deb-nro pic 99.
           03 filler pic x(3) value spaces.
           03 l-deb-movtipo pic x.
           03 filler pic x(2) value spaces.
           03 l-deb-importe pic z(8)9,99.
           03 filler pic x(2) value spaces.
           03 l-deb-proxima pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-deb-accion pic x(30).

       01  guarda-deb.
           03 filler pic x(90) value all "*".

       01  linea-tot-deb.
           03 filler pic x(8) value "ORDENES=".
           03 l-tot-leidas pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "GENERADAS=".
           03 l-tot-generadas pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "IMPORTE=".
           03 l-tot-importe pic z(9)9,99-.
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "RETENIDAS=".
           03 l-tot-retenidas pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(12) value "FINALIZADAS=".
           03 l-tot-finalizadas pic zzzzz9.

       01  w-status-ordenes pic xx.
       01  w-status-socios pic xx.
       01  w-flag-ord pic 9.
       01  w-flag-spr pic 9.
       01  w-flag-sort pic 9.
       01  w-fecha pic 9(8).
       01  w-fecha-seg pic 9(8).
       01  w-filial-actual pic 9.

       01  w-fecha-aaaammdd.
           03 w-fec-ano pic 9(4).
           03 w-fec-mes pic 9(2).
           03 w-fec-dia pic 9(2).
       01  w-meses-frec pic 9(2).
       01  w-meses-total pic 9(6).

       01  w-seg-cant pic 9(6).
       01  w-seg-importe pic s9(9)v99.
       01  w-cont-leidas pic 9(6) value zero.
       01  w-cont-generadas pic 9(6) value zero.
       01  w-cont-retenidas pic 9(6) value zero.
       01  w-cont-finalizadas pic 9(6) value zero.
       01  w-acum-importe pic s9(9)v99 value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           SORT arch-sort ASCENDING srt-filial srt-socio srt-nro
           INPUT PROCEDURE is 300-SELECCIONAR-ORDENES
           OUTPUT PROCEDURE IS 500-GENERAR-SEGMENTOS.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 110-LEER-PARAMETROS.
           PERFORM 120-VERIFICAR-SEGMENTO-LIBRE.
           OPEN I-O ORDENES.
           IF w-status-ordenes NOT = "00"
               DISPLAY "No se pudo abrir ORDENES, estado="
                   w-status-ordenes " - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SOCIOS.
           IF w-status-socios NOT = "00"
               DISPLAY "No se pudo abrir SOCIOS, estado="
                   w-status-socios " - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT DEBITOS.
           OPEN OUTPUT LISTADO-DEBITOS.
           MOVE w-fecha TO l-deb-fecha.
           MOVE w-fecha-seg TO l-deb-fecha-seg.
           MOVE guarda-deb TO lin-debitos.
           WRITE lin-debitos.
           MOVE cabecera-deb TO lin-debitos.
           WRITE lin-debitos.
           MOVE guarda-deb TO lin-debitos.
           WRITE lin-debitos.
           MOVE "ORDENES NO GENERADAS" TO l-deb-seccion.
           MOVE subtitulo-deb TO lin-debitos.
           WRITE lin-debitos.
           MOVE titulo-deb TO lin-debitos.
           WRITE lin-debitos.

       110-LEER-PARAMETROS.
           OPEN INPUT PARAM-ORDENES.
           READ PARAM-ORDENES
               AT END
                   DISPLAY "PARAM-ORDENES vacio o inexistente "
                       "- ABORTANDO"
                   CLOSE PARAM-ORDENES
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE pord-fecha TO w-fecha.
           MOVE pord-fecha-seg TO w-fecha-seg.
           CLOSE PARAM-ORDENES.
           IF w-fecha NOT NUMERIC OR w-fecha = ZERO
               DISPLAY "FECHA DE PROCESO INVALIDA - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF w-fecha-seg NOT NUMERIC OR w-fecha-seg = ZERO
               DISPLAY "FECHA DE SEGMENTO INVALIDA - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * CECILIA_OLMOS rechaza como SEGMENTO DUPLICADO todo segundo
      * segmento con igual filial y fecha. Los debitos salen con la
      * fecha de segmento del parametro para no chocar con el
      * segmento diario de la filial; como puede salir un segmento
      * por cada filial, si esa fecha ya figura en SEGMENTOS-PROC
      * para cualquiera de ellas se aborta antes de avanzar ordenes
      * (igual que CIERRE_MENSUAL con su par filial y fecha).
       120-VERIFICAR-SEGMENTO-LIBRE.
           MOVE ZERO TO w-flag-spr.
           OPEN INPUT SEGMENTOS-PROC.
           PERFORM 125-LEER-SEGMENTOS-PROC.
           PERFORM UNTIL w-flag-spr = 1
               IF spr-fecha = w-fecha-seg
                   DISPLAY "SEGMENTO FILIAL " spr-filial
                       " FECHA " w-fecha-seg
                       " YA PROCESADO - ABORTANDO"
                   CLOSE SEGMENTOS-PROC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 125-LEER-SEGMENTOS-PROC
           END-PERFORM.
           CLOSE SEGMENTOS-PROC.

       125-LEER-SEGMENTOS-PROC.
           READ SEGMENTOS-PROC AT END MOVE 1 TO w-flag-spr.

       300-SELECCIONAR-ORDENES.
           MOVE ZERO TO w-flag-ord.
           PERFORM 305-LEER-ORDENES.
           PERFORM UNTIL w-flag-ord = 1
               ADD 1 TO w-cont-leidas
               IF ord-ult-generada = w-fecha AND ord-estado NOT = "C"
                   MOVE "REEMITIDA, YA GENERADA HOY" TO srt-accion
                   PERFORM 350-LIBERAR-ORDEN
               ELSE
                   IF ord-estado = "A" AND ord-proxima <= w-fecha
                       PERFORM 310-EVALUAR-ORDEN
                   END-IF
               END-IF
               PERFORM 305-LEER-ORDENES
           END-PERFORM.

       305-LEER-ORDENES.
           READ ORDENES AT END MOVE 1 TO w-flag-ord.

       310-EVALUAR-ORDEN.
           IF ord-hasta NOT = ZERO AND ord-proxima > ord-hasta
               MOVE "F" TO ord-estado
               PERFORM 360-REGRABAR-ORDEN
               ADD 1 TO w-cont-finalizadas
               MOVE "FINALIZADA, FUERA DE VIGENCIA" TO l-deb-accion
               PERFORM 340-LISTAR-NO-GENERADA
           ELSE
               MOVE ord-socio TO soc-codigo
               READ SOCIOS
                   INVALID KEY
                       MOVE SPACES TO soc-estado
               END-READ
               EVALUATE TRUE
                   WHEN soc-estado = SPACES
                       MOVE "RETENIDA, SOCIO INEXISTENTE"
                           TO l-deb-accion
                       PERFORM 330-RETENER-ORDEN
                   WHEN soc-estado = "S"
                       MOVE "RETENIDA, SOCIO SUSPENDIDO"
                           TO l-deb-accion
                       PERFORM 330-RETENER-ORDEN
                   WHEN soc-estado = "B"
                       MOVE "RETENIDA, SOCIO DADO DE BAJA"
                           TO l-deb-accion
                       PERFORM 330-RETENER-ORDEN
                   WHEN soc-estado = "I"
                       MOVE "RETENIDA, SOCIO INACTIVO"
                           TO l-deb-accion
                       PERFORM 330-RETENER-ORDEN
                   WHEN OTHER
                       PERFORM 320-AVANZAR-PROXIMA
                       MOVE w-fecha TO ord-ult-generada
                       IF ord-hasta NOT = ZERO
                       AND ord-proxima > ord-hasta
                           MOVE "F" TO ord-estado
                           ADD 1 TO w-cont-finalizadas
                           MOVE "GENERADA, ULTIMA CUOTA"
                               TO srt-accion
                       ELSE
                           MOVE "GENERADA" TO srt-accion
                       END-IF
                       PERFORM 360-REGRABAR-ORDEN
                       PERFORM 350-LIBERAR-ORDEN
               END-EVALUATE
           END-IF.

      * Se conserva el dia de la proxima fecha; solo se usa para
      * comparar contra la fecha de proceso.
       320-AVANZAR-PROXIMA.
           EVALUATE ord-frecuencia
               WHEN "B"
                   MOVE 2 TO w-meses-frec
               WHEN "T"
                   MOVE 3 TO w-meses-frec
               WHEN "S"
                   MOVE 6 TO w-meses-frec
               WHEN "A"
                   MOVE 12 TO w-meses-frec
               WHEN OTHER
                   MOVE 1 TO w-meses-frec
           END-EVALUATE.
           MOVE ord-proxima TO w-fecha-aaaammdd.
           COMPUTE w-meses-total = w-fec-ano * 12 + w-fec-mes - 1
               + w-meses-frec.
           DIVIDE w-meses-total BY 12 GIVING w-fec-ano
               REMAINDER w-fec-mes.
           ADD 1 TO w-fec-mes.
           MOVE w-fecha-aaaammdd TO ord-proxima.

       330-RETENER-ORDEN.
           ADD 1 TO w-cont-retenidas.
           PERFORM 340-LISTAR-NO-GENERADA.

       340-LISTAR-NO-GENERADA.
           MOVE ord-filial TO l-deb-filial.
           MOVE ord-socio TO l-deb-socio.
           MOVE ord-nro TO l-deb-nro.
           MOVE ord-movtipo TO l-deb-movtipo.
           MOVE ord-importe TO l-deb-importe.
           MOVE ord-proxima TO l-deb-proxima.
           MOVE linea-deb TO lin-debitos.
           WRITE lin-debitos.

       350-LIBERAR-ORDEN.
           MOVE ord-filial TO srt-filial.
           MOVE ord-socio TO srt-socio.
           MOVE ord-nro TO srt-nro.
           MOVE ord-movtipo TO srt-movtipo.
           MOVE ord-importe TO srt-importe.
           MOVE ord-proxima TO srt-proxima.
           RELEASE srt-reg.

       360-REGRABAR-ORDEN.
           REWRITE ord-reg
               INVALID KEY
                   DISPLAY "ERROR DE REGRABACION ORDEN " ord-socio
                       "-" ord-nro " estado=" w-status-ordenes
                       " - ABORTANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.

       500-GENERAR-SEGMENTOS.
           MOVE guarda-deb TO lin-debitos.
           WRITE lin-debitos.
           MOVE "ORDENES GENERADAS" TO l-deb-seccion.
           MOVE subtitulo-deb TO lin-debitos.
           WRITE lin-debitos.
           MOVE titulo-deb TO lin-debitos.
           WRITE lin-debitos.
           MOVE ZERO TO w-flag-sort.
           PERFORM 510-LEER-SORT.
           PERFORM UNTIL w-flag-sort = 1
               PERFORM 520-INICIO-SEGMENTO
               PERFORM UNTIL w-flag-sort = 1
               OR srt-filial NOT = w-filial-actual
                   PERFORM 530-GRABAR-DEBITO
                   PERFORM 510-LEER-SORT
               END-PERFORM
               PERFORM 540-FIN-SEGMENTO
           END-PERFORM.

       510-LEER-SORT.
           RETURN arch-sort AT END MOVE 1 TO w-flag-sort.

       520-INICIO-SEGMENTO.
           MOVE srt-filial TO w-filial-actual.
           MOVE ZERO TO w-seg-cant.
           MOVE ZERO TO w-seg-importe.
           MOVE "C" TO deb-cab1-tipo.
           MOVE w-filial-actual TO deb-cab1-filial.
           WRITE deb-cab1-reg.
           MOVE "F" TO deb-cab2-tipo.
           MOVE w-fecha-seg TO deb-cab2-fecha.
           WRITE deb-cab2-reg.

       530-GRABAR-DEBITO.
           MOVE "D" TO deb-det-tipo.
           MOVE srt-movtipo TO deb-det-movtipo.
           MOVE srt-socio TO deb-det-socio.
           MOVE srt-importe TO deb-det-importe.
           MOVE ZERO TO deb-det-resub.
           WRITE deb-det-reg.
           ADD 1 TO w-seg-cant.
           ADD srt-importe TO w-seg-importe.
           ADD 1 TO w-cont-generadas.
           ADD srt-importe TO w-acum-importe.
           MOVE srt-filial TO l-deb-filial.
           MOVE srt-socio TO l-deb-socio.
           MOVE srt-nro TO l-deb-nro.
           MOVE srt-movtipo TO l-deb-movtipo.
           MOVE srt-importe TO l-deb-importe.
           MOVE srt-proxima TO l-deb-proxima.
           MOVE srt-accion TO l-deb-accion.
           MOVE linea-deb TO lin-debitos.
           WRITE lin-debitos.

       540-FIN-SEGMENTO.
           MOVE "T" TO deb-trailer-tipo.
           MOVE w-seg-cant TO deb-trailer-cant.
           MOVE w-seg-importe TO deb-trailer-importe.
           WRITE deb-trailer-reg.

       900-FIN.
           MOVE w-cont-leidas TO l-tot-leidas.
           MOVE w-cont-generadas TO l-tot-generadas.
           MOVE w-acum-importe TO l-tot-importe.
           MOVE w-cont-retenidas TO l-tot-retenidas.
           MOVE w-cont-finalizadas TO l-tot-finalizadas.
           MOVE guarda-deb TO lin-debitos.
           WRITE lin-debitos.
           MOVE linea-tot-deb TO lin-debitos.
           WRITE lin-debitos.
           DISPLAY linea-tot-deb.
           CLOSE ORDENES.
           CLOSE SOCIOS.
           CLOSE DEBITOS.
           CLOSE LISTADO-DEBITOS.
       END PROGRAM GENERA_ORDENES.
