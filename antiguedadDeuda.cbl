      ******************************************************************
      * Author:
      * Date:
      * Purpose: Antiguedad de deuda: para cada socio con saldo
      *          deudor en TRANS-ACT determina que antiguedad tiene
      *          cada porcion impaga, recorriendo sus movimientos de
      *          HISTORIA-TRANS y de los archivos anuales de
      *          CIERRE_PERIODO del mas nuevo al mas viejo, e imprime
      *          el listado de antiguedad por socio y por filial
      *          (nombres de filiales.txt) con columnas corriente,
      *          31-60, 61-90, 91-120 y mas de 120 dias y totales,
      *          para que creditos priorice la cobranza. Los tipos
      *          que generan deuda son los de naturaleza D en
      *          cuentas-gl.txt.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANTIGUEDAD_DEUDA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-ANTIG ASSIGN TO "../parametros-antiguedad.txt"
               ORGANIZATION is line sequential.

           SELECT FILIALES ASSIGN TO "../filiales.txt"
               ORGANIZATION is line sequential.

           SELECT CUENTAS-GL ASSIGN TO "../cuentas-gl.txt"
               ORGANIZATION is line sequential.

           SELECT OPTIONAL HISTORIA
               ASSIGN TO "..\HISTORIA-TRANS.txt"
               ORGANIZATION is line sequential.

           SELECT OPTIONAL HIS-ARCHIVO
               ASSIGN TO DYNAMIC w-arch-anual
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

           SELECT arch-sort ASSIGN to "sortantig".

           SELECT LISTADO-ANTIG ASSIGN TO "..\ANTIGUEDAD-DEUDA.txt"
               ORGANIZATION is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-ANTIG.
       01  pant-reg.
           03 pant-fecha-proceso pic 9(8).
           03 pant-arch-desde pic 9(4).
           03 pant-arch-hasta pic 9(4).

       FD  FILIALES.
       01  fil-reg.
           03 fil-codigo pic 9.
           03 fil-nombre pic x(20).
           03 fil-estado pic x.
           03 fil-obligada pic x.

       FD  CUENTAS-GL.
       01  cgl-reg.
           03 cgl-tipo pic x.
           03 cgl-cuenta pic 9(6).
           03 cgl-natur pic x.

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

       FD  HIS-ARCHIVO.
       01  arc-reg.
           03 arc-filial pic 9.
           03 arc-fecha pic 9(8).
           03 arc-socio pic 9(4).
           03 arc-movtipo pic x.
           03 arc-importe pic s9(7)v99.
           03 arc-ts pic x(14).
           03 arc-rev pic x.
           03 arc-fecha-orig pic 9(8).

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

       SD  arch-sort.
       01  srt-reg.
           03 srt-socio pic 9(4).
           03 srt-fecha pic 9(8).
           03 srt-filial pic 9.
           03 srt-movtipo pic x.
           03 srt-importe pic s9(7)v99.

       FD  LISTADO-ANTIG.
       01  lin-antig pic x(132).

       WORKING-STORAGE SECTION.
       01  cabecera-ant.
           03 filler pic x(20) value spaces.
           03 filler pic x(37)
               value "ANTIGUEDAD DE SALDOS DEUDORES AL    ".
           03 l-ant-fecha pic 9(8).

       01  cabecera-ant-soc.
           03 filler pic x(20) value spaces.
           03 filler pic x(9) value "POR SOCIO".

       01  cabecera-ant-fil.
           03 filler pic x(20) value spaces.
           03 filler pic x(10) value "POR FILIAL".

       01  titulo-ant-soc.
           03 filler pic x(2) value spaces.
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(31) value "NOMBRE".
           03 filler pic x(14) value "  SALDO DEUDOR".
           03 filler pic x(15) value "      CORRIENTE".
           03 filler pic x(15) value "     31-60 DIAS".
           03 filler pic x(15) value "     61-90 DIAS".
           03 filler pic x(15) value "    91-120 DIAS".
           03 filler pic x(15) value "   MAS 120 DIAS".
           03 filler pic x(4) value " S/H".

       01  titulo-ant-fil.
           03 filler pic x(2) value spaces.
           03 filler pic x(4) value "FIL".
           03 filler pic x(33) value "NOMBRE".
           03 filler pic x(14) value "   TOTAL DEUDA".
           03 filler pic x(15) value "      CORRIENTE".
           03 filler pic x(15) value "     31-60 DIAS".
           03 filler pic x(15) value "     61-90 DIAS".
           03 filler pic x(15) value "    91-120 DIAS".
           03 filler pic x(15) value "   MAS 120 DIAS".

       01  linea-ant-soc.
           03 filler pic x(2) value spaces.
           03 l-soc-socio pic z(3)9.
           03 filler pic x(2) value spaces.
           03 l-soc-nombre pic x(30).
           03 filler pic x(1) value space.
           03 l-soc-total pic z(10)9,99.
           03 l-soc-tramos OCCURS 5 TIMES.
               05 filler pic x(1) value space.
               05 l-soc-tramo pic z(10)9,99.
           03 filler pic x(2) value spaces.
           03 l-soc-marca pic x.

       01  linea-ant-fil.
           03 filler pic x(2) value spaces.
           03 l-fil-codigo pic 9.
           03 filler pic x(3) value spaces.
           03 l-fil-nombre pic x(20).
           03 filler pic x(13) value spaces.
           03 l-fil-total pic z(10)9,99.
           03 l-fil-tramos OCCURS 5 TIMES.
               05 filler pic x(1) value space.
               05 l-fil-tramo pic z(10)9,99.

       01  linea-ant-tot.
           03 filler pic x(2) value spaces.
           03 l-tot-texto pic x(37).
           03 l-tot-total pic z(10)9,99.
           03 l-tot-tramos OCCURS 5 TIMES.
               05 filler pic x(1) value space.
               05 l-tot-tramo pic z(10)9,99.

       01  guarda-ant.
           03 filler pic x(132) value all "*".

       01  linea-ctl-ant.
           03 filler pic x(8) value "CONTROL ".
           03 filler pic x(7) value "SOCIOS=".
           03 l-ctl-socios pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(9) value "DEUDORES=".
           03 l-ctl-deudores pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(13) value "SIN HISTORIA=".
           03 l-ctl-sinh pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 l-ctl-estado pic x(10).

       01  w-arch-anual pic x(30).
       01  w-arch-desde pic 9(4).
       01  w-arch-hasta pic 9(4).
       01  w-arch-ano pic 9(4).
       01  w-flag-arc pic 9.
       01  w-flag-his pic 9.
       01  w-flag-sort pic 9.
       01  w-status-act pic xx.
       01  w-flag-tra pic 9.
       01  w-flag-fil pic 9.
       01  w-status-socios pic xx.
       01  w-fecha-proceso pic 9(8).
       01  w-idx pic 99.
       01  w-tramo pic 9.
       01  w-flag-cgl pic 9.
       01  w-gl-map-cant pic 99 value zero.
       01  w-tabla-gl-map.
           03 w-gl-map-entrada OCCURS 10 TIMES.
               05 w-gl-map-tipo pic x.
               05 w-gl-map-natur pic x.
       01  w-idx-tipo pic 99.
       01  w-natur-mov pic x.
       01  w-tabla-fil-nombre.
           03 w-fil-nombre OCCURS 9 TIMES pic x(20).

      * Antiguedad aproximada en base 30/360, como en CONCIL_GL; para
      * separar tramos de 30 dias alcanza y no depende del calendario.
       01  w-fecha-aaaammdd.
           03 w-fec-ano pic 9(4).
           03 w-fec-mes pic 9(2).
           03 w-fec-dia pic 9(2).
       01  w-dias-proceso pic s9(8).
       01  w-dias-mov pic s9(8).
       01  w-dias-dif pic s9(8).

       01  w-deuda pic s9(9)v99.
       01  w-pendiente pic s9(9)v99.
       01  w-porcion pic s9(9)v99.
       01  w-reversado pic s9(9)v99.
       01  w-soc-sinh pic 9.
       01  w-tabla-soc-tramo.
           03 w-soc-tramo OCCURS 5 TIMES pic s9(9)v99.
       01  w-tabla-fil-tramo.
           03 w-fil-tramos OCCURS 9 TIMES.
               05 w-fil-tramo OCCURS 5 TIMES pic s9(11)v99.
       01  w-fil-total pic s9(11)v99.
       01  w-sinh-importe pic s9(11)v99 value zero.
       01  w-tabla-tot-tramo.
           03 w-tot-tramo OCCURS 5 TIMES pic s9(11)v99.
       01  w-tot-deuda pic s9(11)v99 value zero.
       01  w-tot-filiales pic s9(11)v99 value zero.

       01  w-cont-socios pic 9(6) value zero.
       01  w-cont-deudores pic 9(6) value zero.
       01  w-cont-sinh pic 9(6) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           SORT arch-sort ASCENDING srt-socio DESCENDING srt-fecha
           INPUT PROCEDURE is 300-CARGAR-HISTORIA
           OUTPUT PROCEDURE IS 400-ANALIZAR-DEUDA.
           PERFORM 700-LISTAR-FILIALES.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 110-LEER-PARAMETROS.
           PERFORM 120-CARGAR-FILIALES.
           PERFORM 130-CARGAR-CUENTAS-GL.
           PERFORM VARYING w-tramo FROM 1 BY 1 UNTIL w-tramo > 5
               MOVE ZERO TO w-tot-tramo(w-tramo)
               PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 9
                   MOVE ZERO TO w-fil-tramo(w-idx, w-tramo)
               END-PERFORM
           END-PERFORM.
           MOVE w-fecha-proceso TO w-fecha-aaaammdd.
           COMPUTE w-dias-proceso = w-fec-ano * 360
               + w-fec-mes * 30 + w-fec-dia.
           OPEN INPUT SOCIOS.
           IF w-status-socios NOT = "00"
               DISPLAY "No se pudo abrir SOCIOS, estado="
                   w-status-socios " - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT LISTADO-ANTIG.
           MOVE w-fecha-proceso TO l-ant-fecha.
           MOVE guarda-ant TO lin-antig.
           WRITE lin-antig.
           MOVE cabecera-ant TO lin-antig.
           WRITE lin-antig.
           MOVE cabecera-ant-soc TO lin-antig.
           WRITE lin-antig.
           MOVE guarda-ant TO lin-antig.
           WRITE lin-antig.
           MOVE titulo-ant-soc TO lin-antig.
           WRITE lin-antig.

       110-LEER-PARAMETROS.
           OPEN INPUT PARAM-ANTIG.
           READ PARAM-ANTIG
               AT END
                   DISPLAY "PARAM-ANTIG vacio o inexistente "
                       "- ABORTANDO"
                   CLOSE PARAM-ANTIG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE pant-fecha-proceso TO w-fecha-proceso.
           IF pant-arch-desde IS NUMERIC
               MOVE pant-arch-desde TO w-arch-desde
           ELSE
               MOVE ZERO TO w-arch-desde
           END-IF.
           IF pant-arch-hasta IS NUMERIC
               MOVE pant-arch-hasta TO w-arch-hasta
           ELSE
               MOVE ZERO TO w-arch-hasta
           END-IF.
           CLOSE PARAM-ANTIG.

       120-CARGAR-FILIALES.
           MOVE ZERO TO w-flag-fil.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 9
               MOVE SPACES TO w-fil-nombre(w-idx)
           END-PERFORM.
           OPEN INPUT FILIALES.
           PERFORM 125-LEER-FILIALES.
           PERFORM UNTIL w-flag-fil = 1
               IF fil-codigo NOT = ZERO
                   MOVE fil-nombre TO w-fil-nombre(fil-codigo)
               END-IF
               PERFORM 125-LEER-FILIALES
           END-PERFORM.
           CLOSE FILIALES.

       125-LEER-FILIALES.
           READ FILIALES AT END MOVE 1 TO w-flag-fil.

       130-CARGAR-CUENTAS-GL.
           MOVE ZERO TO w-flag-cgl.
           OPEN INPUT CUENTAS-GL.
           PERFORM 135-LEER-CUENTAS-GL.
           PERFORM UNTIL w-flag-cgl = 1 OR w-gl-map-cant = 10
               ADD 1 TO w-gl-map-cant
               MOVE cgl-tipo TO w-gl-map-tipo(w-gl-map-cant)
               MOVE cgl-natur TO w-gl-map-natur(w-gl-map-cant)
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

      * La deuda de hoy puede venir de movimientos ya archivados por
      * CIERRE_PERIODO: se cargan HISTORIA-TRANS y los archivos
      * anuales del rango indicado (cero en ambos = sin archivos).
       300-CARGAR-HISTORIA.
           MOVE ZERO TO w-flag-his.
           OPEN INPUT HISTORIA.
           PERFORM 310-LEER-HISTORIA.
           PERFORM UNTIL w-flag-his = 1
               MOVE his-socio TO srt-socio
               MOVE his-fecha TO srt-fecha
               MOVE his-filial TO srt-filial
               MOVE his-movtipo TO srt-movtipo
               MOVE his-importe TO srt-importe
               RELEASE srt-reg
               PERFORM 310-LEER-HISTORIA
           END-PERFORM.
           CLOSE HISTORIA.
           IF w-arch-desde NOT = ZERO
               PERFORM VARYING w-arch-ano FROM w-arch-desde BY 1
               UNTIL w-arch-ano > w-arch-hasta
                   PERFORM 320-CARGAR-ARCHIVO-ANUAL
               END-PERFORM
           END-IF.

       310-LEER-HISTORIA.
           READ HISTORIA AT END MOVE 1 TO w-flag-his.

       320-CARGAR-ARCHIVO-ANUAL.
           MOVE SPACES TO w-arch-anual.
           STRING "../HISTORIA-ARCH-" DELIMITED BY SIZE
               w-arch-ano DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO w-arch-anual.
           MOVE ZERO TO w-flag-arc.
           OPEN INPUT HIS-ARCHIVO.
           PERFORM 325-LEER-ARCHIVO-ANUAL.
           PERFORM UNTIL w-flag-arc = 1
               MOVE arc-socio TO srt-socio
               MOVE arc-fecha TO srt-fecha
               MOVE arc-filial TO srt-filial
               MOVE arc-movtipo TO srt-movtipo
               MOVE arc-importe TO srt-importe
               RELEASE srt-reg
               PERFORM 325-LEER-ARCHIVO-ANUAL
           END-PERFORM.
           CLOSE HIS-ARCHIVO.

       325-LEER-ARCHIVO-ANUAL.
           READ HIS-ARCHIVO AT END MOVE 1 TO w-flag-arc.

      * TRANS-ACT manda: solo se analizan los socios que tienen
      * registro de saldo; los movimientos de socios sin registro se
      * saltean porque no hay deuda que imputarles.
       400-ANALIZAR-DEUDA.
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
           PERFORM UNTIL w-flag-tra = 1
               ADD 1 TO w-cont-socios
               PERFORM UNTIL w-flag-sort = 1
               OR srt-socio >= tra-socio
                   PERFORM 410-LEER-SORT
               END-PERFORM
               IF tra-saldo-act < ZERO
                   PERFORM 500-ANALIZAR-DEUDOR
               END-IF
               PERFORM 420-LEER-TRA
           END-PERFORM.
           CLOSE Trans-Act.

       410-LEER-SORT.
           RETURN arch-sort AT END MOVE 1 TO w-flag-sort.

       420-LEER-TRA.
           READ Trans-Act AT END MOVE 1 TO w-flag-tra.

      * Saldo negativo es deuda del socio (mismo criterio que
      * CIERRE_MENSUAL y CONTROL_MOROSOS). Se imputa PEPS: los pagos
      * cancelan primero lo mas viejo, asi que la deuda que queda
      * son los debitos mas recientes; se recorren del mas nuevo al
      * mas viejo hasta cubrir el saldo. Debito es todo movimiento
      * de un tipo de naturaleza D en cuentas-gl.txt, sin mirar el
      * signo del importe; un importe negativo de esos tipos es una
      * reversion y anula debitos mas viejos antes de imputarlos.
      * Lo que la historia cargada no alcanza a explicar va al
      * tramo mas viejo y se marca S/H.
       500-ANALIZAR-DEUDOR.
           ADD 1 TO w-cont-deudores.
           COMPUTE w-deuda = tra-saldo-act * -1.
           MOVE w-deuda TO w-pendiente.
           MOVE ZERO TO w-reversado.
           MOVE ZERO TO w-soc-sinh.
           PERFORM VARYING w-tramo FROM 1 BY 1 UNTIL w-tramo > 5
               MOVE ZERO TO w-soc-tramo(w-tramo)
           END-PERFORM.
           PERFORM UNTIL w-flag-sort = 1
           OR srt-socio NOT = tra-socio
               PERFORM 505-BUSCAR-NATURALEZA
               IF w-natur-mov = "D"
               AND w-pendiente > ZERO
                   PERFORM 510-IMPUTAR-MOVIMIENTO
               END-IF
               PERFORM 410-LEER-SORT
           END-PERFORM.
           IF w-pendiente > ZERO
               MOVE 1 TO w-soc-sinh
               ADD 1 TO w-cont-sinh
               ADD w-pendiente TO w-soc-tramo(5)
               ADD w-pendiente TO w-sinh-importe
           END-IF.
           PERFORM 600-GRABAR-LINEA-SOCIO.

       505-BUSCAR-NATURALEZA.
           MOVE SPACE TO w-natur-mov.
           PERFORM VARYING w-idx-tipo FROM 1 BY 1
           UNTIL w-idx-tipo > w-gl-map-cant
               IF w-gl-map-tipo(w-idx-tipo) = srt-movtipo
                   MOVE w-gl-map-natur(w-idx-tipo) TO w-natur-mov
                   MOVE w-gl-map-cant TO w-idx-tipo
               END-IF
           END-PERFORM.

       510-IMPUTAR-MOVIMIENTO.
           IF srt-importe < ZERO
               COMPUTE w-reversado = w-reversado - srt-importe
           ELSE
               MOVE srt-importe TO w-porcion
               IF w-reversado >= w-porcion
                   SUBTRACT w-porcion FROM w-reversado
               ELSE
                   SUBTRACT w-reversado FROM w-porcion
                   MOVE ZERO TO w-reversado
                   PERFORM 515-IMPUTAR-PORCION
               END-IF
           END-IF.

       515-IMPUTAR-PORCION.
           IF w-porcion > w-pendiente
               MOVE w-pendiente TO w-porcion
           END-IF.
           SUBTRACT w-porcion FROM w-pendiente.
           PERFORM 520-CALCULAR-TRAMO.
           ADD w-porcion TO w-soc-tramo(w-tramo).
           IF srt-filial NOT = ZERO
               ADD w-porcion TO w-fil-tramo(srt-filial, w-tramo)
           ELSE
               ADD w-porcion TO w-sinh-importe
           END-IF.

       520-CALCULAR-TRAMO.
           MOVE srt-fecha TO w-fecha-aaaammdd.
           COMPUTE w-dias-mov = w-fec-ano * 360
               + w-fec-mes * 30 + w-fec-dia.
           COMPUTE w-dias-dif = w-dias-proceso - w-dias-mov.
           IF w-dias-dif <= 30
               MOVE 1 TO w-tramo
           ELSE
               IF w-dias-dif <= 60
                   MOVE 2 TO w-tramo
               ELSE
                   IF w-dias-dif <= 90
                       MOVE 3 TO w-tramo
                   ELSE
                       IF w-dias-dif <= 120
                           MOVE 4 TO w-tramo
                       ELSE
                           MOVE 5 TO w-tramo
                       END-IF
                   END-IF
               END-IF
           END-IF.

       600-GRABAR-LINEA-SOCIO.
           MOVE tra-socio TO soc-codigo.
           READ SOCIOS
               INVALID KEY
                   MOVE SPACES TO soc-nombre
           END-READ.
           MOVE tra-socio TO l-soc-socio.
           MOVE soc-nombre TO l-soc-nombre.
           MOVE w-deuda TO l-soc-total.
           ADD w-deuda TO w-tot-deuda.
           PERFORM VARYING w-tramo FROM 1 BY 1 UNTIL w-tramo > 5
               MOVE w-soc-tramo(w-tramo) TO l-soc-tramo(w-tramo)
               ADD w-soc-tramo(w-tramo) TO w-tot-tramo(w-tramo)
           END-PERFORM.
           IF w-soc-sinh = 1
               MOVE "*" TO l-soc-marca
           ELSE
               MOVE SPACE TO l-soc-marca
           END-IF.
           MOVE linea-ant-soc TO lin-antig.
           WRITE lin-antig.

       700-LISTAR-FILIALES.
           MOVE guarda-ant TO lin-antig.
           WRITE lin-antig.
           MOVE "TOTAL SOCIOS DEUDORES" TO l-tot-texto.
           MOVE w-tot-deuda TO l-tot-total.
           PERFORM VARYING w-tramo FROM 1 BY 1 UNTIL w-tramo > 5
               MOVE w-tot-tramo(w-tramo) TO l-tot-tramo(w-tramo)
           END-PERFORM.
           MOVE linea-ant-tot TO lin-antig.
           WRITE lin-antig.
           MOVE guarda-ant TO lin-antig.
           WRITE lin-antig.
           MOVE cabecera-ant-fil TO lin-antig.
           WRITE lin-antig.
           MOVE guarda-ant TO lin-antig.
           WRITE lin-antig.
           MOVE titulo-ant-fil TO lin-antig.
           WRITE lin-antig.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 9
               PERFORM 710-LISTAR-UNA-FILIAL
           END-PERFORM.
           IF w-sinh-importe NOT = ZERO
               MOVE "PORCION SIN HISTORIA" TO l-tot-texto
               MOVE w-sinh-importe TO l-tot-total
               PERFORM VARYING w-tramo FROM 1 BY 1 UNTIL w-tramo > 4
                   MOVE ZERO TO l-tot-tramo(w-tramo)
               END-PERFORM
               MOVE w-sinh-importe TO l-tot-tramo(5)
               MOVE linea-ant-tot TO lin-antig
               WRITE lin-antig
               ADD w-sinh-importe TO w-tot-filiales
           END-IF.
           MOVE guarda-ant TO lin-antig.
           WRITE lin-antig.
           MOVE "TOTAL FILIALES" TO l-tot-texto.
           MOVE w-tot-filiales TO l-tot-total.
           PERFORM VARYING w-tramo FROM 1 BY 1 UNTIL w-tramo > 5
               MOVE w-tot-tramo(w-tramo) TO l-tot-tramo(w-tramo)
           END-PERFORM.
           MOVE linea-ant-tot TO lin-antig.
           WRITE lin-antig.

       710-LISTAR-UNA-FILIAL.
           MOVE ZERO TO w-fil-total.
           PERFORM VARYING w-tramo FROM 1 BY 1 UNTIL w-tramo > 5
               ADD w-fil-tramo(w-idx, w-tramo) TO w-fil-total
           END-PERFORM.
           IF w-fil-total NOT = ZERO
               MOVE w-idx TO l-fil-codigo
               MOVE w-fil-nombre(w-idx) TO l-fil-nombre
               MOVE w-fil-total TO l-fil-total
               PERFORM VARYING w-tramo FROM 1 BY 1 UNTIL w-tramo > 5
                   MOVE w-fil-tramo(w-idx, w-tramo)
                     TO l-fil-tramo(w-tramo)
               END-PERFORM
               MOVE linea-ant-fil TO lin-antig
               WRITE lin-antig
               ADD w-fil-total TO w-tot-filiales
           END-IF.

      * La suma por filial (mas la porcion sin historia) tiene que
      * dar la deuda total por socio: si no, algo se imputo mal.
       900-FIN.
           MOVE w-cont-socios TO l-ctl-socios.
           MOVE w-cont-deudores TO l-ctl-deudores.
           MOVE w-cont-sinh TO l-ctl-sinh.
           IF w-tot-filiales = w-tot-deuda
               MOVE "OK" TO l-ctl-estado
           ELSE
               MOVE "DIFERENCIA" TO l-ctl-estado
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE guarda-ant TO lin-antig.
           WRITE lin-antig.
           MOVE linea-ctl-ant TO lin-antig.
           WRITE lin-antig.
           DISPLAY linea-ctl-ant.
           CLOSE SOCIOS.
           CLOSE LISTADO-ANTIG.
       END PROGRAM ANTIGUEDAD_DEUDA.
