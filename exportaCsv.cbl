      ******************************************************************
      * Author:
      * Date:
      * Purpose: Exportacion a archivos delimitados por punto y coma,
      *          con fila de titulos y coma decimal, para planillas y
      *          la herramienta de BI. Genera: una fila por socio de
      *          TRANS-ACT con nombre y estado de SOCIOS y los
      *          importes por filial (periodo y anio) y por tipo de
      *          movimiento en columnas propias; una fila por
      *          movimiento de HISTORIA-TRANS dentro del rango de
      *          fechas del parametro; y las cifras de control por
      *          filial y fecha del resumen de gestion de la ultima
      *          corrida de CECILIA_OLMOS. Un archivo de control final
      *          informa filas y totales de importe de cada archivo
      *          para que el receptor verifique que la carga esta
      *          completa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPORTA_CSV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-EXPORT
               ASSIGN TO "../parametros-exportacion.txt"
               ORGANIZATION is line sequential.

           SELECT CUENTAS-GL ASSIGN TO "../cuentas-gl.txt"
               ORGANIZATION is line sequential.

           SELECT FILIALES ASSIGN TO "../filiales.txt"
               ORGANIZATION is line sequential.

           SELECT Trans-Act ASSIGN TO "..\TRANS-ACT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS tra-socio
               FILE STATUS IS w-status-act.

           SELECT SOCIOS ASSIGN TO "../socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS soc-codigo
               FILE STATUS IS w-status-socios.

           SELECT OPTIONAL HISTORIA
               ASSIGN TO "..\HISTORIA-TRANS.txt"
               ORGANIZATION is line sequential.

           SELECT OPTIONAL RESUMEN-GES-DATOS
               ASSIGN TO "..\RESUMEN-GESTION-DATOS.txt"
               ORGANIZATION is line sequential.

           SELECT EXP-SOCIOS ASSIGN TO "..\EXPORT-SOCIOS.csv"
               ORGANIZATION is line sequential.

           SELECT EXP-MOVIMIENTOS
               ASSIGN TO "..\EXPORT-MOVIMIENTOS.csv"
               ORGANIZATION is line sequential.

           SELECT EXP-GESTION ASSIGN TO "..\EXPORT-GESTION.csv"
               ORGANIZATION is line sequential.

           SELECT EXP-CONTROL ASSIGN TO "..\EXPORT-CONTROL.csv"
               ORGANIZATION is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-EXPORT.
       01  pexp-reg.
           03 pexp-fecha-desde pic 9(8).
           03 pexp-fecha-hasta pic 9(8).

       FD  CUENTAS-GL.
       01  cgl-reg.
           03 cgl-tipo pic x.
           03 cgl-cuenta pic 9(6).
           03 cgl-natur pic x.
           03 cgl-descripcion pic x(20).

       FD  FILIALES.
       01  fil-reg.
           03 fil-codigo pic 9.
           03 fil-nombre pic x(20).
           03 fil-estado pic x.
           03 fil-obligada pic x.

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

       FD  SOCIOS.
       01  soc-reg.
           03 soc-codigo pic 9(4).
           03 soc-estado pic x.
           03 soc-nombre pic x(30).
           03 soc-limite pic 9(7)v99.

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

       FD  RESUMEN-GES-DATOS.
       01  rgd-reg.
           03 rgd-desde pic 9(8).
           03 rgd-hasta pic 9(8).
           03 rgd-filial pic 9.
           03 rgd-fecha pic 9(8).
           03 rgd-leidos pic 9(7).
           03 rgd-aceptados pic 9(7).
           03 rgd-rech-trailer pic 9(7).
           03 rgd-rech-socio pic 9(7).
           03 rgd-rech-importe pic 9(7).
           03 rgd-rech-otros pic 9(7).
           03 rgd-retenidos pic 9(7).
           03 rgd-liberados pic 9(7).
           03 rgd-imp-bruto pic s9(11)v99.
           03 rgd-imp-aceptado pic s9(11)v99.
           03 rgd-ts pic x(14).

       FD  EXP-SOCIOS.
       01  lin-exp-socios pic x(700).

       FD  EXP-MOVIMIENTOS.
       01  lin-exp-movimientos pic x(200).

       FD  EXP-GESTION.
       01  lin-exp-gestion pic x(300).

       FD  EXP-CONTROL.
       01  lin-exp-control pic x(200).

       WORKING-STORAGE SECTION.
       01  w-status-act pic xx.
       01  w-status-socios pic xx.
       01  w-flag-tra pic 9.
       01  w-flag-his pic 9.
       01  w-flag-rgd pic 9.
       01  w-flag-cgl pic 9.
       01  w-flag-filmaster pic 9.
       01  w-idx pic 99.
       01  w-idx-tipo pic 99.
       01  w-fecha-desde pic 9(8).
       01  w-fecha-hasta pic 9(8).

       01  w-ts-inicio.
           03 w-ts-inicio-fhora pic x(14).
           03 filler pic x(7).

      * Tipos en el orden de cuentas-gl.txt: es el mismo indice con
      * que CECILIA_OLMOS acumula tra-tipo-importe.
       01  w-gl-map-cant pic 99 value zero.
       01  w-tabla-gl-map.
           03 w-gl-map-tipo OCCURS 10 TIMES pic x.
       01  w-tabla-filiales.
           03 w-fil-nombre OCCURS 9 TIMES pic x(20).

      * Armado de la linea delimitada. Cada campo se agrega con su
      * separador delante (salvo el primero) y sin blancos de
      * relleno; los importes salen con signo adelante y coma.
       01  w-linea-csv pic x(700).
       01  w-csv-ptr pic 9(4).
       01  w-csv-blancos pic 9(4).
       01  w-csv-texto pic x(40).
       01  w-csv-numero pic 9(8).
       01  w-csv-importe pic s9(11)v99.
       01  w-csv-pct pic 9(3)v99.
       01  w-csv-fecha.
           03 w-csv-fec-ano pic 9(4).
           03 w-csv-fec-mes pic 9(2).
           03 w-csv-fec-dia pic 9(2).
       01  w-ed-numero pic z(7)9.
       01  w-ed-importe pic -(12)9,99.
       01  w-ed-pct pic zz9,99.
       01  w-ed-fecha.
           03 w-ed-fec-ano pic 9(4).
           03 filler pic x value "-".
           03 w-ed-fec-mes pic 9(2).
           03 filler pic x value "-".
           03 w-ed-fec-dia pic 9(2).
       01  w-ed-idx pic 9.
       01  w-ed-idx-tipo pic 99.
       01  w-ges-rech pic 9(8).

       01  w-cont-socios pic 9(7) value zero.
       01  w-cont-sin-socio pic 9(7) value zero.
       01  w-cont-movimientos pic 9(7) value zero.
       01  w-cont-gestion pic 9(7) value zero.
       01  w-tot-saldo-act pic s9(11)v99 value zero.
       01  w-tot-importe-per pic s9(11)v99 value zero.
       01  w-tot-mov-importe pic s9(11)v99 value zero.
       01  w-tot-mov-reversos pic s9(11)v99 value zero.
       01  w-tot-ges-bruto pic s9(11)v99 value zero.
       01  w-tot-ges-aceptado pic s9(11)v99 value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-EXPORTAR-SOCIOS.
           PERFORM 300-EXPORTAR-MOVIMIENTOS.
           PERFORM 400-EXPORTAR-GESTION.
           PERFORM 500-GRABAR-CONTROL.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           MOVE FUNCTION CURRENT-DATE TO w-ts-inicio.
           PERFORM 110-LEER-PARAMETROS.
           PERFORM 130-CARGAR-CUENTAS-GL.
           PERFORM 140-CARGAR-FILIALES.

       110-LEER-PARAMETROS.
           OPEN INPUT PARAM-EXPORT.
           READ PARAM-EXPORT
               AT END
                   DISPLAY "PARAM-EXPORT vacio o inexistente "
                       "- ABORTANDO"
                   CLOSE PARAM-EXPORT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF pexp-fecha-desde IS NOT NUMERIC
           OR pexp-fecha-hasta IS NOT NUMERIC
           OR pexp-fecha-desde > pexp-fecha-hasta
               DISPLAY "RANGO DE FECHAS INVALIDO - ABORTANDO"
               CLOSE PARAM-EXPORT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE pexp-fecha-desde TO w-fecha-desde.
           MOVE pexp-fecha-hasta TO w-fecha-hasta.
           CLOSE PARAM-EXPORT.

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

       140-CARGAR-FILIALES.
           MOVE ZERO TO w-flag-filmaster.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 9
               MOVE SPACES TO w-fil-nombre(w-idx)
           END-PERFORM.
           OPEN INPUT FILIALES.
           PERFORM 145-LEER-FILIALES-MASTER.
           PERFORM UNTIL w-flag-filmaster = 1
               IF fil-codigo IS NUMERIC AND fil-codigo NOT = ZERO
                   MOVE fil-nombre TO w-fil-nombre(fil-codigo)
               END-IF
               PERFORM 145-LEER-FILIALES-MASTER
           END-PERFORM.
           CLOSE FILIALES.

       145-LEER-FILIALES-MASTER.
           READ FILIALES AT END MOVE 1 TO w-flag-filmaster.

      ******************************************************************
      * Socios: una fila por registro de TRANS-ACT.
      ******************************************************************
       200-EXPORTAR-SOCIOS.
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
                   w-status-socios " - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXP-SOCIOS.
           PERFORM 210-TITULOS-SOCIOS.
           MOVE ZERO TO w-flag-tra.
           PERFORM 220-LEER-TRANS-ACT.
           PERFORM UNTIL w-flag-tra = 1
               PERFORM 230-FILA-SOCIO
               PERFORM 220-LEER-TRANS-ACT
           END-PERFORM.
           CLOSE EXP-SOCIOS.
           CLOSE SOCIOS.
           CLOSE Trans-Act.

      * Las columnas de tipo llevan la letra de cuentas-gl.txt; las
      * posiciones que la tabla no usa salen como TIPO_LIBRE_nn.
       210-TITULOS-SOCIOS.
           PERFORM 700-INICIAR-LINEA.
           MOVE "SOCIO" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "NOMBRE" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "ESTADO" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "SALDO_ANTERIOR" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "IMPORTE_PERIODO" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "SALDO_ACTUAL" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 9
               MOVE w-idx TO w-ed-idx
               MOVE SPACES TO w-csv-texto
               STRING "FIL" w-ed-idx "_PERIODO"
                   DELIMITED BY SIZE INTO w-csv-texto
               PERFORM 710-AGREGAR-TEXTO
               MOVE SPACES TO w-csv-texto
               STRING "FIL" w-ed-idx "_ANIO"
                   DELIMITED BY SIZE INTO w-csv-texto
               PERFORM 710-AGREGAR-TEXTO
           END-PERFORM.
           PERFORM VARYING w-idx-tipo FROM 1 BY 1
           UNTIL w-idx-tipo > 10
               MOVE SPACES TO w-csv-texto
               IF w-idx-tipo > w-gl-map-cant
                   MOVE w-idx-tipo TO w-ed-idx-tipo
                   STRING "TIPO_LIBRE_" w-ed-idx-tipo
                       DELIMITED BY SIZE INTO w-csv-texto
               ELSE
                   STRING "TIPO_" w-gl-map-tipo(w-idx-tipo)
                       DELIMITED BY SIZE INTO w-csv-texto
               END-IF
               PERFORM 710-AGREGAR-TEXTO
           END-PERFORM.
           MOVE w-linea-csv TO lin-exp-socios.
           WRITE lin-exp-socios.

       220-LEER-TRANS-ACT.
           READ Trans-Act AT END MOVE 1 TO w-flag-tra.

       230-FILA-SOCIO.
           MOVE tra-socio TO soc-codigo.
           READ SOCIOS
               INVALID KEY
                   MOVE SPACES TO soc-nombre
                   MOVE "?" TO soc-estado
                   ADD 1 TO w-cont-sin-socio
           END-READ.
           PERFORM 700-INICIAR-LINEA.
           MOVE tra-socio TO w-csv-numero.
           PERFORM 720-AGREGAR-NUMERO.
           MOVE soc-nombre TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE soc-estado TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE tra-saldo-ant TO w-csv-importe.
           PERFORM 730-AGREGAR-IMPORTE.
           MOVE tra-importe TO w-csv-importe.
           PERFORM 730-AGREGAR-IMPORTE.
           MOVE tra-saldo-act TO w-csv-importe.
           PERFORM 730-AGREGAR-IMPORTE.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 9
               MOVE tra-fil-pdt(w-idx) TO w-csv-importe
               PERFORM 730-AGREGAR-IMPORTE
               MOVE tra-fil-ydt(w-idx) TO w-csv-importe
               PERFORM 730-AGREGAR-IMPORTE
           END-PERFORM.
           PERFORM VARYING w-idx-tipo FROM 1 BY 1
           UNTIL w-idx-tipo > 10
               MOVE tra-tipo-importe(w-idx-tipo) TO w-csv-importe
               PERFORM 730-AGREGAR-IMPORTE
           END-PERFORM.
           MOVE w-linea-csv TO lin-exp-socios.
           WRITE lin-exp-socios.
           ADD 1 TO w-cont-socios.
           ADD tra-saldo-act TO w-tot-saldo-act.
           ADD tra-importe TO w-tot-importe-per.

      ******************************************************************
      * Movimientos: HISTORIA-TRANS dentro del rango del parametro.
      ******************************************************************
       300-EXPORTAR-MOVIMIENTOS.
           OPEN OUTPUT EXP-MOVIMIENTOS.
           PERFORM 700-INICIAR-LINEA.
           MOVE "FILIAL" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "FECHA" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "SOCIO" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "TIPO_MOV" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "IMPORTE" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "REVERSO" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "FECHA_ORIGINAL" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "IMPUTADO" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE w-linea-csv TO lin-exp-movimientos.
           WRITE lin-exp-movimientos.
           MOVE ZERO TO w-flag-his.
           OPEN INPUT HISTORIA.
           PERFORM 310-LEER-HISTORIA.
           PERFORM UNTIL w-flag-his = 1
               IF his-fecha >= w-fecha-desde
               AND his-fecha <= w-fecha-hasta
                   PERFORM 320-FILA-MOVIMIENTO
               END-IF
               PERFORM 310-LEER-HISTORIA
           END-PERFORM.
           CLOSE HISTORIA.
           CLOSE EXP-MOVIMIENTOS.

       310-LEER-HISTORIA.
           READ HISTORIA AT END MOVE 1 TO w-flag-his.

       320-FILA-MOVIMIENTO.
           PERFORM 700-INICIAR-LINEA.
           MOVE his-filial TO w-csv-numero.
           PERFORM 720-AGREGAR-NUMERO.
           MOVE his-fecha TO w-csv-fecha.
           PERFORM 740-AGREGAR-FECHA.
           MOVE his-socio TO w-csv-numero.
           PERFORM 720-AGREGAR-NUMERO.
           MOVE his-movtipo TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE his-importe TO w-csv-importe.
           PERFORM 730-AGREGAR-IMPORTE.
           IF his-rev = "R"
               MOVE "S" TO w-csv-texto
               ADD his-importe TO w-tot-mov-reversos
           ELSE
               MOVE "N" TO w-csv-texto
           END-IF.
           PERFORM 710-AGREGAR-TEXTO.
           IF his-fecha-orig IS NUMERIC
               MOVE his-fecha-orig TO w-csv-fecha
           ELSE
               MOVE ZERO TO w-csv-fecha
           END-IF.
           PERFORM 740-AGREGAR-FECHA.
           MOVE his-ts TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE w-linea-csv TO lin-exp-movimientos.
           WRITE lin-exp-movimientos.
           ADD 1 TO w-cont-movimientos.
           ADD his-importe TO w-tot-mov-importe.

      ******************************************************************
      * Gestion: cifras de control de la ultima corrida de
      * CECILIA_OLMOS en modo normal (RESUMEN-GESTION-DATOS).
      ******************************************************************
       400-EXPORTAR-GESTION.
           OPEN OUTPUT EXP-GESTION.
           PERFORM 700-INICIAR-LINEA.
           MOVE "PERIODO_DESDE" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "PERIODO_HASTA" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "FILIAL" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "NOMBRE_FILIAL" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "FECHA" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "LEIDOS" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "ACEPTADOS" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "RECH_TRAILER" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "RECH_SOCIO" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "RECH_IMPORTE" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "RECH_OTROS" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "RETENIDOS" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "LIBERADOS" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "IMPORTE_BRUTO" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "IMPORTE_ACEPTADO" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "PCT_RECHAZO" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE w-linea-csv TO lin-exp-gestion.
           WRITE lin-exp-gestion.
           MOVE ZERO TO w-flag-rgd.
           OPEN INPUT RESUMEN-GES-DATOS.
           PERFORM 410-LEER-RESUMEN-GES.
           IF w-flag-rgd = 1
               DISPLAY "RESUMEN-GESTION-DATOS vacio o inexistente "
                   "- EXPORT-GESTION SIN FILAS"
           END-IF.
           PERFORM UNTIL w-flag-rgd = 1
               PERFORM 420-FILA-GESTION
               PERFORM 410-LEER-RESUMEN-GES
           END-PERFORM.
           CLOSE RESUMEN-GES-DATOS.
           CLOSE EXP-GESTION.

       410-LEER-RESUMEN-GES.
           READ RESUMEN-GES-DATOS AT END MOVE 1 TO w-flag-rgd.

      * Fecha cero es el rechazo de un bloque de filial entero
      * (filial invalida o cerrada): sale con la fecha vacia.
       420-FILA-GESTION.
           PERFORM 700-INICIAR-LINEA.
           MOVE rgd-desde TO w-csv-fecha.
           PERFORM 740-AGREGAR-FECHA.
           MOVE rgd-hasta TO w-csv-fecha.
           PERFORM 740-AGREGAR-FECHA.
           MOVE rgd-filial TO w-csv-numero.
           PERFORM 720-AGREGAR-NUMERO.
           IF rgd-filial > ZERO
               MOVE w-fil-nombre(rgd-filial) TO w-csv-texto
           ELSE
               MOVE SPACES TO w-csv-texto
           END-IF.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE rgd-fecha TO w-csv-fecha.
           PERFORM 740-AGREGAR-FECHA.
           MOVE rgd-leidos TO w-csv-numero.
           PERFORM 720-AGREGAR-NUMERO.
           MOVE rgd-aceptados TO w-csv-numero.
           PERFORM 720-AGREGAR-NUMERO.
           MOVE rgd-rech-trailer TO w-csv-numero.
           PERFORM 720-AGREGAR-NUMERO.
           MOVE rgd-rech-socio TO w-csv-numero.
           PERFORM 720-AGREGAR-NUMERO.
           MOVE rgd-rech-importe TO w-csv-numero.
           PERFORM 720-AGREGAR-NUMERO.
           MOVE rgd-rech-otros TO w-csv-numero.
           PERFORM 720-AGREGAR-NUMERO.
           MOVE rgd-retenidos TO w-csv-numero.
           PERFORM 720-AGREGAR-NUMERO.
           MOVE rgd-liberados TO w-csv-numero.
           PERFORM 720-AGREGAR-NUMERO.
           MOVE rgd-imp-bruto TO w-csv-importe.
           PERFORM 730-AGREGAR-IMPORTE.
           MOVE rgd-imp-aceptado TO w-csv-importe.
           PERFORM 730-AGREGAR-IMPORTE.
           COMPUTE w-ges-rech = rgd-rech-trailer + rgd-rech-socio
               + rgd-rech-importe + rgd-rech-otros.
           IF rgd-leidos = ZERO
               MOVE ZERO TO w-csv-pct
           ELSE
               COMPUTE w-csv-pct ROUNDED =
                   w-ges-rech * 100 / rgd-leidos
           END-IF.
           PERFORM 750-AGREGAR-PORCENTAJE.
           MOVE w-linea-csv TO lin-exp-gestion.
           WRITE lin-exp-gestion.
           ADD 1 TO w-cont-gestion.
           ADD rgd-imp-bruto TO w-tot-ges-bruto.
           ADD rgd-imp-aceptado TO w-tot-ges-aceptado.

      ******************************************************************
      * Control: filas y totales de cada archivo exportado.
      ******************************************************************
       500-GRABAR-CONTROL.
           OPEN OUTPUT EXP-CONTROL.
           PERFORM 700-INICIAR-LINEA.
           MOVE "ARCHIVO" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "FILAS" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "CONCEPTO_1" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "TOTAL_1" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "CONCEPTO_2" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "TOTAL_2" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "FECHA_DESDE" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "FECHA_HASTA" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE "GENERADO" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE w-linea-csv TO lin-exp-control.
           WRITE lin-exp-control.

           PERFORM 700-INICIAR-LINEA.
           MOVE "EXPORT-SOCIOS.csv" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE w-cont-socios TO w-csv-numero.
           PERFORM 720-AGREGAR-NUMERO.
           MOVE "SALDO_ACTUAL" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE w-tot-saldo-act TO w-csv-importe.
           PERFORM 730-AGREGAR-IMPORTE.
           MOVE "IMPORTE_PERIODO" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE w-tot-importe-per TO w-csv-importe.
           PERFORM 730-AGREGAR-IMPORTE.
           PERFORM 510-CERRAR-FILA-CONTROL.

           PERFORM 700-INICIAR-LINEA.
           MOVE "EXPORT-MOVIMIENTOS.csv" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE w-cont-movimientos TO w-csv-numero.
           PERFORM 720-AGREGAR-NUMERO.
           MOVE "IMPORTE" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE w-tot-mov-importe TO w-csv-importe.
           PERFORM 730-AGREGAR-IMPORTE.
           MOVE "IMPORTE_REVERSOS" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE w-tot-mov-reversos TO w-csv-importe.
           PERFORM 730-AGREGAR-IMPORTE.
           PERFORM 510-CERRAR-FILA-CONTROL.

           PERFORM 700-INICIAR-LINEA.
           MOVE "EXPORT-GESTION.csv" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE w-cont-gestion TO w-csv-numero.
           PERFORM 720-AGREGAR-NUMERO.
           MOVE "IMPORTE_BRUTO" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE w-tot-ges-bruto TO w-csv-importe.
           PERFORM 730-AGREGAR-IMPORTE.
           MOVE "IMPORTE_ACEPTADO" TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE w-tot-ges-aceptado TO w-csv-importe.
           PERFORM 730-AGREGAR-IMPORTE.
           PERFORM 510-CERRAR-FILA-CONTROL.
           CLOSE EXP-CONTROL.

      * El rango de fechas solo aplica a movimientos, pero va en
      * todas las filas para que el receptor identifique la carga.
       510-CERRAR-FILA-CONTROL.
           MOVE w-fecha-desde TO w-csv-fecha.
           PERFORM 740-AGREGAR-FECHA.
           MOVE w-fecha-hasta TO w-csv-fecha.
           PERFORM 740-AGREGAR-FECHA.
           MOVE w-ts-inicio-fhora TO w-csv-texto.
           PERFORM 710-AGREGAR-TEXTO.
           MOVE w-linea-csv TO lin-exp-control.
           WRITE lin-exp-control.

      ******************************************************************
      * Armado de campos.
      ******************************************************************
       700-INICIAR-LINEA.
           MOVE SPACES TO w-linea-csv.
           MOVE 1 TO w-csv-ptr.

       705-AGREGAR-SEPARADOR.
           IF w-csv-ptr > 1
               STRING ";" DELIMITED BY SIZE
                   INTO w-linea-csv WITH POINTER w-csv-ptr
           END-IF.

      * El texto se corta en el primer doble blanco (relleno del
      * campo); un punto y coma dentro del dato pasa a coma.
       710-AGREGAR-TEXTO.
           PERFORM 705-AGREGAR-SEPARADOR.
           INSPECT w-csv-texto REPLACING ALL ";" BY ",".
           STRING w-csv-texto DELIMITED BY "  "
               INTO w-linea-csv WITH POINTER w-csv-ptr.

       720-AGREGAR-NUMERO.
           PERFORM 705-AGREGAR-SEPARADOR.
           MOVE w-csv-numero TO w-ed-numero.
           MOVE ZERO TO w-csv-blancos.
           INSPECT w-ed-numero TALLYING w-csv-blancos
               FOR LEADING SPACES.
           STRING w-ed-numero(w-csv-blancos + 1:) DELIMITED BY SIZE
               INTO w-linea-csv WITH POINTER w-csv-ptr.

       730-AGREGAR-IMPORTE.
           PERFORM 705-AGREGAR-SEPARADOR.
           MOVE w-csv-importe TO w-ed-importe.
           MOVE ZERO TO w-csv-blancos.
           INSPECT w-ed-importe TALLYING w-csv-blancos
               FOR LEADING SPACES.
           STRING w-ed-importe(w-csv-blancos + 1:) DELIMITED BY SIZE
               INTO w-linea-csv WITH POINTER w-csv-ptr.

      * AAAA-MM-DD; una fecha en cero deja el campo vacio.
       740-AGREGAR-FECHA.
           PERFORM 705-AGREGAR-SEPARADOR.
           IF w-csv-fecha NOT = ZERO
               MOVE w-csv-fec-ano TO w-ed-fec-ano
               MOVE w-csv-fec-mes TO w-ed-fec-mes
               MOVE w-csv-fec-dia TO w-ed-fec-dia
               STRING w-ed-fecha DELIMITED BY SIZE
                   INTO w-linea-csv WITH POINTER w-csv-ptr
           END-IF.

       750-AGREGAR-PORCENTAJE.
           PERFORM 705-AGREGAR-SEPARADOR.
           MOVE w-csv-pct TO w-ed-pct.
           MOVE ZERO TO w-csv-blancos.
           INSPECT w-ed-pct TALLYING w-csv-blancos
               FOR LEADING SPACES.
           STRING w-ed-pct(w-csv-blancos + 1:) DELIMITED BY SIZE
               INTO w-linea-csv WITH POINTER w-csv-ptr.

       900-FIN.
           DISPLAY "EXPORT-SOCIOS      FILAS=" w-cont-socios
               " SIN SOCIO EN MAESTRO=" w-cont-sin-socio.
           DISPLAY "EXPORT-MOVIMIENTOS FILAS=" w-cont-movimientos.
           DISPLAY "EXPORT-GESTION     FILAS=" w-cont-gestion.
       END PROGRAM EXPORTA_CSV.
