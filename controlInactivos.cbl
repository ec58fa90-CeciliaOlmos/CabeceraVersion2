      ******************************************************************
      * Author:
      * Date:
      * Purpose: Control de socios inactivos: busca socios activos sin
      *          movimientos en HISTORIA-TRANS (ni en los archivos
      *          anuales de CIERRE_PERIODO) desde hace la cantidad de
      *          meses configurada y con saldo de TRANS-ACT nulo o
      *          dentro de la tolerancia. Emite el informe de
      *          inactividad con nombre y fecha del ultimo movimiento
      *          y genera movimientos de inactivacion "I" en el
      *          formato de movimientos-socios que consume MANT_SOCIOS.
      *          Los tipos de movimiento que genera el sistema (cuota,
      *          interes) se excluyen por parametro porque no indican
      *          actividad del socio. Un alta o reingreso reciente del
      *          JOURNAL-SOCIOS cuenta como actividad.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTROL_INACTIVOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-INACTIVOS
               ASSIGN TO "../parametros-inactivos.txt"
               ORGANIZATION is line sequential.

           SELECT OPTIONAL HISTORIA
               ASSIGN TO "..\HISTORIA-TRANS.txt"
               ORGANIZATION is line sequential.

           SELECT OPTIONAL HIS-ARCHIVO
               ASSIGN TO DYNAMIC w-arch-anual
               ORGANIZATION is line sequential.

           SELECT OPTIONAL JOURNAL ASSIGN TO "..\JOURNAL-SOCIOS.txt"
               ORGANIZATION is line sequential.

           SELECT SOCIOS ASSIGN TO "../socios.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS soc-codigo
               FILE STATUS IS w-status-socios.

           SELECT Trans-Act ASSIGN TO "..\TRANS-ACT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS tra-socio
               FILE STATUS IS w-status-act.

           SELECT INACTIVACIONES
               ASSIGN TO "../movimientos-inactivacion.txt"
               ORGANIZATION is line sequential.

           SELECT LISTADO-INACTIVOS
               ASSIGN TO "..\LISTADO-INACTIVOS.txt"
               ORGANIZATION is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-INACTIVOS.
       01  pina-reg.
           03 pina-fecha-proceso pic 9(8).
           03 pina-meses pic 9(3).
           03 pina-tolerancia pic 9(5)v99.
           03 pina-arch-desde pic 9(4).
           03 pina-arch-hasta pic 9(4).
           03 pina-tipos-excluir.
               05 pina-tipo-excluir OCCURS 10 TIMES pic x.

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

       FD  JOURNAL.
       01  jor-reg.
           03 jor-ts.
               05 jor-ts-fecha pic 9(8).
               05 jor-ts-hora pic x(6).
           03 jor-tipo pic x.
           03 jor-socio pic 9(4).
           03 jor-ant-presente pic 9.
           03 jor-ant-estado pic x.
           03 jor-ant-nombre pic x(30).
           03 jor-ant-limite pic 9(7)v99.
           03 jor-nvo-estado pic x.
           03 jor-nvo-nombre pic x(30).
           03 jor-nvo-limite pic 9(7)v99.

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

       FD  INACTIVACIONES.
       01  ina-reg.
           03 ina-tipo pic x.
           03 ina-socio pic 9(4).
           03 ina-nombre pic x(30).
           03 ina-reingreso pic x.
           03 ina-limite pic 9(7)v99.

       FD  LISTADO-INACTIVOS.
       01  lin-inactivo pic x(100).

       WORKING-STORAGE SECTION.
       01  cabecera-ina.
           03 filler pic x(20) value spaces.
           03 filler pic x(34)
               value "INFORME DE SOCIOS SIN ACTIVIDAD  ".
           03 filler pic x(14) value "SIN MOV DESDE ".
           03 l-ina-corte pic 9(8).

       01  cabecera-ina2.
           03 filler pic x(20) value spaces.
           03 filler pic x(15) value "FECHA PROCESO ".
           03 l-ina-fecha pic 9(8).
           03 filler pic x(4) value spaces.
           03 filler pic x(6) value "MESES ".
           03 l-ina-meses pic zz9.
           03 filler pic x(4) value spaces.
           03 filler pic x(11) value "TOLERANCIA ".
           03 l-ina-tolerancia pic z(4)9,99.

       01  titulo-ina.
           03 filler pic x(5) value spaces.
           03 filler pic x(5) value "SOCIO".
           03 filler pic x(3) value spaces.
           03 filler pic x(32) value "NOMBRE".
           03 filler pic x(10) value "ULT.MOVIM".
           03 filler pic x(10) value "ULT.ALTA".
           03 filler pic x(15) value "   SALDO ACTUAL".
           03 filler pic x(2) value spaces.
           03 filler pic x(18) value "ACCION".

       01  linea-ina.
           03 filler pic x(5) value spaces.
           03 l-ina-socio pic z(3)9.
           03 filler pic x(4) value spaces.
           03 l-ina-nombre pic x(30).
           03 filler pic x(2) value spaces.
           03 l-ina-ult-mov pic x(8).
           03 filler pic x(2) value spaces.
           03 l-ina-ult-alta pic x(8).
           03 filler pic x(2) value spaces.
           03 l-ina-saldo pic z(9)9,99-.
           03 filler pic x(2) value spaces.
           03 l-ina-accion pic x(18).

       01  guarda-ina.
           03 filler pic x(100) value all "*".

       01  linea-tot-ina.
           03 filler pic x(8) value "ACTIVOS=".
           03 l-tot-activos pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(14) value "SIN ACTIVIDAD=".
           03 l-tot-sinact pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(15) value "INACTIVACIONES=".
           03 l-tot-inact pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "CON SALDO=".
           03 l-tot-consaldo pic zzzzz9.

       01  w-status-socios pic xx.
       01  w-status-act pic xx.
       01  w-flag-his pic 9.
       01  w-flag-arc pic 9.
       01  w-flag-jor pic 9.
       01  w-flag-soc pic 9.
       01  w-fecha-proceso pic 9(8).
       01  w-meses pic 9(3).
       01  w-tolerancia pic 9(5)v99.
       01  w-arch-anual pic x(30).
       01  w-arch-desde pic 9(4).
       01  w-arch-hasta pic 9(4).
       01  w-arch-ano pic 9(4).
       01  w-idx pic 9(5).
       01  w-tipo-ok pic 9.
       01  w-mov-socio pic 9(4).
       01  w-mov-fecha pic 9(8).
       01  w-mov-tipo pic x.

      * Ultima fecha de actividad por socio, indexada por codigo.
       01  w-tabla-actividad.
           03 w-act-entrada OCCURS 9999 TIMES.
               05 w-act-ult-mov pic 9(8).
               05 w-act-ult-alta pic 9(8).
       01  w-ult-actividad pic 9(8).

      * Fecha de corte: la de proceso menos los meses configurados,
      * conservando el dia; se compara como aaaammdd.
       01  w-fecha-aaaammdd.
           03 w-fec-ano pic 9(4).
           03 w-fec-mes pic 9(2).
           03 w-fec-dia pic 9(2).
       01  w-fecha-corte pic 9(8).
       01  w-meses-total pic 9(6).
       01  w-saldo pic s9(9)v99.
       01  w-saldo-abs pic s9(9)v99.

       01  w-cont-activos pic 9(6) value zero.
       01  w-cont-sinact pic 9(6) value zero.
       01  w-cont-inact pic 9(6) value zero.
       01  w-cont-consaldo pic 9(6) value zero.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIO.
           PERFORM 200-CARGAR-ACTIVIDAD.
           PERFORM 300-LEER-SOCIOS.
           PERFORM UNTIL w-flag-soc = 1
               IF soc-estado = "A"
                   PERFORM 400-EVALUAR-SOCIO
               END-IF
               PERFORM 300-LEER-SOCIOS
           END-PERFORM.
           PERFORM 900-FIN.
           STOP RUN.

       100-INICIO.
           PERFORM 110-LEER-PARAMETROS.
           PERFORM 120-CALCULAR-CORTE.
           MOVE ZERO TO w-flag-soc.
           OPEN INPUT SOCIOS.
           IF w-status-socios NOT = "00"
               DISPLAY "No se pudo abrir SOCIOS, estado="
                   w-status-socios " - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT Trans-Act.
           IF w-status-act NOT = "00"
               DISPLAY "No se pudo abrir TRANS-ACT, estado="
                   w-status-act " - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT INACTIVACIONES.
           OPEN OUTPUT LISTADO-INACTIVOS.
           MOVE w-fecha-corte TO l-ina-corte.
           MOVE w-fecha-proceso TO l-ina-fecha.
           MOVE w-meses TO l-ina-meses.
           MOVE w-tolerancia TO l-ina-tolerancia.
           MOVE guarda-ina TO lin-inactivo.
           WRITE lin-inactivo.
           MOVE cabecera-ina TO lin-inactivo.
           WRITE lin-inactivo.
           MOVE cabecera-ina2 TO lin-inactivo.
           WRITE lin-inactivo.
           MOVE guarda-ina TO lin-inactivo.
           WRITE lin-inactivo.
           MOVE titulo-ina TO lin-inactivo.
           WRITE lin-inactivo.

       110-LEER-PARAMETROS.
           OPEN INPUT PARAM-INACTIVOS.
           READ PARAM-INACTIVOS
               AT END
                   DISPLAY "PARAM-INACTIVOS vacio o inexistente "
                       "- ABORTANDO"
                   CLOSE PARAM-INACTIVOS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE pina-fecha-proceso TO w-fecha-proceso.
           MOVE pina-meses TO w-meses.
           IF pina-tolerancia IS NUMERIC
               MOVE pina-tolerancia TO w-tolerancia
           ELSE
               MOVE ZERO TO w-tolerancia
           END-IF.
           IF pina-arch-desde IS NUMERIC
               MOVE pina-arch-desde TO w-arch-desde
           ELSE
               MOVE ZERO TO w-arch-desde
           END-IF.
           IF pina-arch-hasta IS NUMERIC
               MOVE pina-arch-hasta TO w-arch-hasta
           ELSE
               MOVE ZERO TO w-arch-hasta
           END-IF.
           CLOSE PARAM-INACTIVOS.
           IF w-meses = ZERO
               DISPLAY "MESES DE INACTIVIDAD EN CERO - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       120-CALCULAR-CORTE.
           MOVE w-fecha-proceso TO w-fecha-aaaammdd.
           COMPUTE w-meses-total = w-fec-ano * 12 + w-fec-mes - 1
               - w-meses.
           DIVIDE w-meses-total BY 12 GIVING w-fec-ano
               REMAINDER w-fec-mes.
           ADD 1 TO w-fec-mes.
           MOVE w-fecha-aaaammdd TO w-fecha-corte.

      * Igual que VERIF_SALDOS: HISTORIA-TRANS mas los archivos
      * anuales del rango indicado (cero = sin archivos anuales).
       200-CARGAR-ACTIVIDAD.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 9999
               MOVE ZERO TO w-act-ult-mov(w-idx)
               MOVE ZERO TO w-act-ult-alta(w-idx)
           END-PERFORM.
           MOVE ZERO TO w-flag-his.
           OPEN INPUT HISTORIA.
           PERFORM 210-LEER-HISTORIA.
           PERFORM UNTIL w-flag-his = 1
               MOVE his-socio TO w-mov-socio
               MOVE his-fecha TO w-mov-fecha
               MOVE his-movtipo TO w-mov-tipo
               PERFORM 240-REGISTRAR-MOVIMIENTO
               PERFORM 210-LEER-HISTORIA
           END-PERFORM.
           CLOSE HISTORIA.
           IF w-arch-desde NOT = ZERO
               PERFORM VARYING w-arch-ano FROM w-arch-desde BY 1
               UNTIL w-arch-ano > w-arch-hasta
                   PERFORM 220-CARGAR-ARCHIVO-ANUAL
               END-PERFORM
           END-IF.
           PERFORM 260-CARGAR-JOURNAL.

       210-LEER-HISTORIA.
           READ HISTORIA AT END MOVE 1 TO w-flag-his.

       220-CARGAR-ARCHIVO-ANUAL.
           MOVE SPACES TO w-arch-anual.
           STRING "../HISTORIA-ARCH-" DELIMITED BY SIZE
               w-arch-ano DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO w-arch-anual.
           MOVE ZERO TO w-flag-arc.
           OPEN INPUT HIS-ARCHIVO.
           PERFORM 225-LEER-ARCHIVO-ANUAL.
           PERFORM UNTIL w-flag-arc = 1
               MOVE arc-socio TO w-mov-socio
               MOVE arc-fecha TO w-mov-fecha
               MOVE arc-movtipo TO w-mov-tipo
               PERFORM 240-REGISTRAR-MOVIMIENTO
               PERFORM 225-LEER-ARCHIVO-ANUAL
           END-PERFORM.
           CLOSE HIS-ARCHIVO.

       225-LEER-ARCHIVO-ANUAL.
           READ HIS-ARCHIVO AT END MOVE 1 TO w-flag-arc.

       240-REGISTRAR-MOVIMIENTO.
           PERFORM 250-VERIFICAR-TIPO.
           IF w-tipo-ok = 1
           AND w-mov-socio NOT = ZERO
           AND w-mov-fecha > w-act-ult-mov(w-mov-socio)
               MOVE w-mov-fecha TO w-act-ult-mov(w-mov-socio)
           END-IF.

       250-VERIFICAR-TIPO.
           MOVE 1 TO w-tipo-ok.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 10
               IF pina-tipo-excluir(w-idx) NOT = SPACE
               AND pina-tipo-excluir(w-idx) = w-mov-tipo
                   MOVE ZERO TO w-tipo-ok
               END-IF
           END-PERFORM.

      * Alta nueva o reingreso: el socio no puede figurar como
      * inactivo antes de tener tiempo de operar.
       260-CARGAR-JOURNAL.
           MOVE ZERO TO w-flag-jor.
           OPEN INPUT JOURNAL.
           PERFORM 265-LEER-JOURNAL.
           PERFORM UNTIL w-flag-jor = 1
               IF jor-tipo = "A"
               AND jor-socio NOT = ZERO
               AND jor-ts-fecha IS NUMERIC
               AND jor-ts-fecha > w-act-ult-alta(jor-socio)
                   MOVE jor-ts-fecha TO w-act-ult-alta(jor-socio)
               END-IF
               PERFORM 265-LEER-JOURNAL
           END-PERFORM.
           CLOSE JOURNAL.

       265-LEER-JOURNAL.
           READ JOURNAL AT END MOVE 1 TO w-flag-jor.

       300-LEER-SOCIOS.
           READ SOCIOS AT END MOVE 1 TO w-flag-soc.

       400-EVALUAR-SOCIO.
           ADD 1 TO w-cont-activos.
           MOVE w-act-ult-mov(soc-codigo) TO w-ult-actividad.
           IF w-act-ult-alta(soc-codigo) > w-ult-actividad
               MOVE w-act-ult-alta(soc-codigo) TO w-ult-actividad
           END-IF.
           IF w-ult-actividad < w-fecha-corte
               ADD 1 TO w-cont-sinact
               PERFORM 410-LEER-SALDO
               PERFORM 420-LISTAR-SOCIO
           END-IF.

       410-LEER-SALDO.
           MOVE soc-codigo TO tra-socio.
           READ Trans-Act
               INVALID KEY
                   MOVE ZERO TO w-saldo
               NOT INVALID KEY
                   MOVE tra-saldo-act TO w-saldo
           END-READ.
           IF w-saldo < ZERO
               COMPUTE w-saldo-abs = w-saldo * -1
           ELSE
               MOVE w-saldo TO w-saldo-abs
           END-IF.

      * Con saldo fuera de tolerancia se informa pero no se
      * inactiva: primero hay que cobrar o devolver el saldo.
       420-LISTAR-SOCIO.
           MOVE soc-codigo TO l-ina-socio.
           MOVE soc-nombre TO l-ina-nombre.
           IF w-act-ult-mov(soc-codigo) = ZERO
               MOVE "SIN MOV." TO l-ina-ult-mov
           ELSE
               MOVE w-act-ult-mov(soc-codigo) TO l-ina-ult-mov
           END-IF.
           IF w-act-ult-alta(soc-codigo) = ZERO
               MOVE SPACES TO l-ina-ult-alta
           ELSE
               MOVE w-act-ult-alta(soc-codigo) TO l-ina-ult-alta
           END-IF.
           MOVE w-saldo TO l-ina-saldo.
           IF w-saldo-abs <= w-tolerancia
               MOVE "INACTIVACION" TO l-ina-accion
               PERFORM 430-GRABAR-INACTIVACION
           ELSE
               ADD 1 TO w-cont-consaldo
               MOVE "CON SALDO, NO APLICA" TO l-ina-accion
           END-IF.
           MOVE linea-ina TO lin-inactivo.
           WRITE lin-inactivo.

       430-GRABAR-INACTIVACION.
           MOVE "I" TO ina-tipo.
           MOVE soc-codigo TO ina-socio.
           MOVE SPACES TO ina-nombre.
           MOVE SPACES TO ina-reingreso.
           MOVE ZERO TO ina-limite.
           WRITE ina-reg.
           ADD 1 TO w-cont-inact.

       900-FIN.
           MOVE w-cont-activos TO l-tot-activos.
           MOVE w-cont-sinact TO l-tot-sinact.
           MOVE w-cont-inact TO l-tot-inact.
           MOVE w-cont-consaldo TO l-tot-consaldo.
           MOVE guarda-ina TO lin-inactivo.
           WRITE lin-inactivo.
           MOVE linea-tot-ina TO lin-inactivo.
           WRITE lin-inactivo.
           DISPLAY linea-tot-ina.
           CLOSE SOCIOS.
           CLOSE Trans-Act.
           CLOSE INACTIVACIONES.
           CLOSE LISTADO-INACTIVOS.
       END PROGRAM CONTROL_INACTIVOS.
