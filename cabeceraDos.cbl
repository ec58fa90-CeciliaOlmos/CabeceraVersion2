           SELECT arch-sort ASSIGN to "sortwork".
           SELECT DET-TRABAJO ASSIGN TO "detwork".
           SELECT HIS-TRABAJO ASSIGN TO "hiswork".
           SELECT Trans-Act ASSIGN TO "..\TRANS-ACT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS tra-socio
               FILE STATUS IS w-status-act.
           SELECT OPTIONAL Trans-Act-Ant
               ASSIGN TO "..\TRANS-ACT-ANT.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS traa-socio
               FILE STATUS IS w-status-act-ant.
           SELECT GL-EXTRACTO ASSIGN TO "..\GL-EXTRACTO.txt".
           SELECT LISTADO
           ASSIGN TO PRINTER,
               ASSIGN TO "..\RESUMEN-GESTION.txt"
               ORGANIZATION is line sequential.

           SELECT RESUMEN-GES-DATOS
               ASSIGN TO "..\RESUMEN-GESTION-DATOS.txt"
               ORGANIZATION is line sequential.

           SELECT OPTIONAL HISTORIA
               ASSIGN TO "..\HISTORIA-TRANS.txt"
               ORGANIZATION is line sequential.
           SELECT AUDITORIA ASSIGN TO "..\AUDITORIA.txt"
               ORGANIZATION is line sequential.

           SELECT OPTIONAL PARAM-ALERTAS
               ASSIGN TO "../parametros-alertas.txt"
               ORGANIZATION is line sequential.

           SELECT ALERTAS ASSIGN TO "..\ALERTAS.txt"
               ORGANIZATION is line sequential.

           SELECT ALERTAS-RIESGO ASSIGN TO "..\ALERTAS-RIESGO.txt"
               ORGANIZATION is line sequential.

           SELECT OPTIONAL PENDIENTES
               ASSIGN TO "..\PENDIENTES-APROBACION.txt"
               ORGANIZATION is line sequential.

           SELECT OPTIONAL APROBACIONES
               ASSIGN TO "../aprobaciones.txt"
               ORGANIZATION is line sequential.

           SELECT COLA-APROBACION
               ASSIGN TO "..\COLA-APROBACION.txt"
               ORGANIZATION is line sequential.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-FILIALES.
           03 param-filial-rep pic 9.
           03 param-reset-per pic x.
           03 param-reset-ano pic x.
           03 param-umbral-aprob pic 9(7)v99.
           03 param-dias-pend pic 9(3).

       FD  SOCIOS.
       01  soc-reg.
       FD  RESUMEN-GESTION.
       01  lin-resgestion pic x(132).

      * Mismas cifras del resumen de gestion, una fila por filial y
      * fecha, para EXPORTA_CSV.
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

       FD  HISTORIA.
       01  his-reg.
           03 his-filial pic 9.
       FD  AUDITORIA.
       01  lin-auditoria pic x(200).

       FD  PARAM-ALERTAS.
       01  palr-reg.
           03 palr-max-mov-dia pic 9(3).
           03 palr-max-filiales pic 9.
           03 palr-factor pic 9(2)v9.
           03 palr-min-historia pic 9(3).
           03 palr-min-importe pic 9(7)v99.

       FD  ALERTAS.
       01  lin-alerta pic x(132).

       FD  ALERTAS-RIESGO.
       01  alr-reg.
           03 alr-tipo pic x.
           03 alr-fecha pic 9(8).
           03 alr-filial pic 9.
           03 alr-socio pic 9(4).
           03 alr-movtipo pic x.
           03 alr-importe pic s9(9)v99.
           03 alr-cant pic 9(4).
           03 alr-cant-filiales pic 9.
           03 alr-promedio pic s9(9)v99.
           03 alr-ts pic x(14).

      * Al final va siempre un registro de control "T" con el ultimo
      * numero asignado: la numeracion no se reinicia aunque la cola
      * quede vacia, asi una decision vieja nunca toma otro item.
       FD  PENDIENTES.
       01  pen-reg.
           03 pen-tipo pic x.
           03 pen-nro pic 9(6).
           03 pen-filial pic 9.
           03 pen-fecha pic 9(8).
           03 pen-socio pic 9(4).
           03 pen-movtipo pic x.
           03 pen-importe pic s9(7)v99.
           03 pen-resub pic 9.
           03 pen-fecha-ret pic 9(8).
           03 pen-ts pic x(14).
       01  pen-ctl-reg.
           03 pen-ctl-tipo pic x.
           03 pen-ctl-ult-nro pic 9(6).
           03 pen-ctl-cant pic 9(6).

      * La decision identifica la retencion por numero y por la hora
      * de retencion que figura en COLA-APROBACION; las dos deben
      * coincidir con el item de la cola.
       FD  APROBACIONES.
       01  apr-reg.
           03 apr-nro pic 9(6).
           03 apr-ts pic x(14).
           03 apr-decision pic x.
           03 apr-supervisor pic x(10).

       FD  COLA-APROBACION.
       01  lin-cola pic x(132).

       WORKING-STORAGE SECTION.
       01 cabecera0.
           03 filler       pic x(25).
           03 filler pic x(15) value "      IMP-BRUTO".
           03 filler pic x(15) value "      IMP-ACEPT".
           03 filler pic x(7) value "  %RECH".
           03 filler pic x(7) value "  RETEN".
           03 filler pic x(7) value "  LIBER".

       01  linea-ges.
           03 l-ges-fecha pic 9(8).
           03 l-ges-bruto pic z(10)9,99-.
           03 l-ges-acepimp pic z(10)9,99-.
           03 l-ges-pct pic z(3)9,99.
           03 l-ges-reten pic z(6)9.
           03 l-ges-liber pic z(6)9.

       01  linea-ges-tot.
           03 filler pic x(6) value "TOTAL ".
           03 l-gtot-bruto pic z(10)9,99-.
           03 l-gtot-acepimp pic z(10)9,99-.
           03 l-gtot-pct pic z(3)9,99.
           03 l-gtot-reten pic z(6)9.
           03 l-gtot-liber pic z(6)9.
           03 filler pic x value space.
           03 l-gtot-nombre pic x(20).

           03 l-ggen-bruto pic z(10)9,99-.
           03 l-ggen-acepimp pic z(10)9,99-.
           03 l-ggen-pct pic z(3)9,99.
           03 l-ggen-reten pic z(6)9.
           03 l-ggen-liber pic z(6)9.

       01  linea-ges-ctl.
           03 filler pic x(8) value "CONTROL ".
           03 filler pic x(11) value "RECHAZADOS=".
           03 l-gctl-rech pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "RETENIDOS=".
           03 l-gctl-reten pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "LIBERADOS=".
           03 l-gctl-liber pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 l-gctl-estado pic x(10).

       01  cabecera-alr1.
           03 filler pic x(29) value "ALERTAS DE ACTIVIDAD INUSUAL ".
           03 filler pic x(8) value "PERIODO ".
           03 l-alr-desde pic 9(8).
           03 filler pic x(3) value " A ".
           03 l-alr-hasta pic 9(8).

       01  cabecera-alr2.
           03 filler pic x(12) value "MAX MOV/DIA=".
           03 l-alr-max-mov pic zz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(17) value "MAX FILIALES/DIA=".
           03 l-alr-max-fil pic 9.
           03 filler pic x(2) value spaces.
           03 filler pic x(15) value "FACTOR PROMED.=".
           03 l-alr-factor pic z9,9.
           03 filler pic x(2) value spaces.
           03 filler pic x(13) value "MIN HISTORIA=".
           03 l-alr-min-his pic zz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(15) value "IMPORTE MINIMO=".
           03 l-alr-min-imp pic z(6)9,99.

       01  titulo-alr.
           03 filler pic x(26) value "T DESCRIPCION".
           03 filler pic x(4) value "FIL".
           03 filler pic x(10) value "FECHA".
           03 filler pic x(7) value "SOCIO".
           03 filler pic x(31) value "NOMBRE".
           03 filler pic x(3) value "TM".
           03 filler pic x(14) value "       IMPORTE".
           03 filler pic x(6) value "  CANT".
           03 filler pic x(11) value "  FILIALES".
           03 filler pic x(15) value "       PROMEDIO".

       01  linea-alr.
           03 l-alr-tipo pic x.
           03 filler pic x value space.
           03 l-alr-desc pic x(24).
           03 l-alr-filial pic x.
           03 filler pic x(3) value spaces.
           03 l-alr-fecha pic 9(8).
           03 filler pic x(2) value spaces.
           03 l-alr-socio pic z(3)9.
           03 filler pic x(3) value spaces.
           03 l-alr-nombre pic x(30).
           03 filler pic x value space.
           03 l-alr-movtipo pic x.
           03 filler pic x(2) value spaces.
           03 l-alr-importe pic z(9)9,99-.
           03 l-alr-cant pic z(5)9.
           03 filler pic x(2) value spaces.
           03 l-alr-fil-marcas.
               05 l-alr-fil-marca OCCURS 9 TIMES pic x.
           03 l-alr-promedio pic z(11)9,99-.

       01  linea-alr-tot.
           03 filler pic x(8) value "ALERTAS=".
           03 l-alr-tot pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "VELOCIDAD=".
           03 l-alr-tot-vel pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(9) value "FILIALES=".
           03 l-alr-tot-fil pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(8) value "IMPORTE=".
           03 l-alr-tot-imp pic zzzzz9.

       01  linea-alr-inactivo.
           03 filler pic x(48)
               value "PARAMETROS DE ALERTAS INEXISTENTES - SIN CONTROL".

       01  w-flag-fil pic 9.
       01  w-flag-sort pic 9.
       01  i pic 9.
       01  w-fecha-desde pic 9(8).
       01  w-fecha-hasta pic 9(8).
       01  w-cant-filiales pic 9.
       01  w-umbral-aprob pic 9(7)v99 value zero.
       01  w-dias-pend pic 9(3) value zero.
       01  w-modo pic x.
       01  w-filial-rep pic 9.
       01  w-reset-per pic x.
               05 w-res-rech-otros pic 9(7).
               05 w-res-imp-bruto pic s9(11)v99.
               05 w-res-imp-aceptado pic s9(11)v99.
               05 w-res-retenidos pic 9(7).
               05 w-res-liberados pic 9(7).
       01  w-ges-fil pic 99.
       01  w-ges-rech pic 9(7).
       01  w-ft-alguno pic 9.
       01  w-ft-rotr pic 9(7).
       01  w-ft-bruto pic s9(11)v99.
       01  w-ft-acepimp pic s9(11)v99.
       01  w-ft-reten pic 9(7).
       01  w-ft-liber pic 9(7).
       01  w-gt-leidos pic 9(7).
       01  w-gt-acept pic 9(7).
       01  w-gt-rtrl pic 9(7).
       01  w-gt-rotr pic 9(7).
       01  w-gt-bruto pic s9(11)v99.
       01  w-gt-acepimp pic s9(11)v99.
       01  w-gt-reten pic 9(7).
       01  w-gt-liber pic 9(7).

       01  w-motivo-rechazo pic 99.
       01  w-max-reintentos pic 9 value 3.
               05 w-revrun-fecha-orig pic 9(8).
               05 w-revrun-importe pic s9(7)v99.

      * Alertas de actividad inusual. No bloquean la imputacion: solo
      * informan. El promedio historico por socio sale de HISTORIA
      * (sin reversos) y la tabla de velocidad se siembra con lo ya
      * imputado en HISTORIA para las fechas del rango, asi una fecha
      * que llega en varias corridas se cuenta completa.
       01  w-alr-activo pic 9 value zero.
       01  w-alr-max-mov pic 9(3) value zero.
       01  w-alr-max-fil pic 9 value zero.
       01  w-alr-factor pic 9(2)v9 value zero.
       01  w-alr-min-his pic 9(3) value zero.
       01  w-alr-min-imp pic 9(7)v99 value zero.
       01  w-alr-promedio pic s9(9)v99.
       01  w-alr-tope pic s9(11)v99.
       01  w-alr-cant-fil pic 9.
       01  w-alr-fil pic 9.
       01  w-cont-alr-vel pic 9(6) value zero.
       01  w-cont-alr-fil pic 9(6) value zero.
       01  w-cont-alr-imp pic 9(6) value zero.
       01  w-cont-alertas pic 9(6) value zero.
       01  w-tabla-hist-prom.
           03 w-hpr-entrada OCCURS 9999 TIMES.
               05 w-hpr-cant pic 9(5).
               05 w-hpr-suma pic s9(11)v99.
       01  w-vel-cant pic 9(4) value zero.
       01  w-vel-max pic 9(4) value 4999.
       01  w-vel-idx pic 9(4).
       01  w-vel-hallado pic 9.
       01  w-vel-llena pic 9 value zero.
       01  w-vel-socio-busca pic 9(4).
       01  w-vel-fecha-busca pic 9(8).
       01  w-vel-filial-busca pic 9.
       01  w-vel-importe-busca pic s9(7)v99.
       01  w-tabla-velocidad.
           03 w-vel-entrada OCCURS 4999 TIMES.
               05 w-vel-socio pic 9(4).
               05 w-vel-fecha pic 9(8).
               05 w-vel-movs pic 9(4).
               05 w-vel-importe pic s9(9)v99.
               05 w-vel-nuevo pic 9.
               05 w-vel-fil OCCURS 9 TIMES pic 9.

      * Cola de aprobacion (doble control). Un detalle valido que
      * supera el umbral del parametro no se imputa: queda en
      * PENDIENTES-APROBACION hasta que un supervisor lo aprueba o
      * lo deniega en aprobaciones.txt. La cola se carga entera al
      * inicio y se regraba en 700, igual que SEGMENTOS-PROC, asi
      * una corrida abortada la deja como estaba.
       01  cabecera-cola1.
           03 filler pic x(34)
               value "COLA DE APROBACION DE MOVIMIENTOS ".
           03 filler pic x(8) value "PERIODO ".
           03 l-cola-desde pic 9(8).
           03 filler pic x(3) value " A ".
           03 l-cola-hasta pic 9(8).

       01  cabecera-cola2.
           03 filler pic x(18) value "UMBRAL APROBACION=".
           03 l-cola-umbral pic z(6)9,99.
           03 filler pic x(2) value spaces.
           03 filler pic x(20) value "DIAS MAX PENDIENTE=".
           03 l-cola-dias-max pic zz9.

       01  linea-cola-inactiva.
           03 filler pic x(53) value
               "SIN UMBRAL DE APROBACION - NO SE RETIENEN MOVIMIENTOS".

       01  linea-cola-sec.
           03 l-cola-seccion pic x(60).

       01  titulo-cola.
           03 filler pic x(7) value "   NRO ".
           03 filler pic x(15) value "RETENCION".
           03 filler pic x(3) value "FIL".
           03 filler pic x(9) value "FECHA".
           03 filler pic x(6) value "SOCIO".
           03 filler pic x(2) value "TM".
           03 filler pic x(12) value "     IMPORTE".
           03 filler pic x(9) value "RETENIDO".
           03 filler pic x(5) value "DIAS".
           03 filler pic x(11) value "SUPERVISOR".
           03 filler pic x(6) value "ESTADO".

       01  linea-cola.
           03 l-cola-nro pic z(5)9.
           03 filler pic x value space.
           03 l-cola-ts pic x(14).
           03 filler pic x value space.
           03 l-cola-filial pic 9.
           03 filler pic x(2) value spaces.
           03 l-cola-fecha pic 9(8).
           03 filler pic x value space.
           03 l-cola-socio pic z(3)9.
           03 filler pic x(2) value spaces.
           03 l-cola-movtipo pic x.
           03 filler pic x value space.
           03 l-cola-importe pic z(6)9,99-.
           03 filler pic x value space.
           03 l-cola-fecha-ret pic 9(8).
           03 filler pic x value space.
           03 l-cola-dias pic zzz9.
           03 filler pic x value space.
           03 l-cola-supervisor pic x(10).
           03 filler pic x value space.
           03 l-cola-estado pic x(34).

       01  linea-cola-apr.
           03 l-capr-nro pic z(5)9.
           03 filler pic x value space.
           03 l-capr-ts pic x(14).
           03 filler pic x value space.
           03 filler pic x(9) value "DECISION=".
           03 l-capr-decision pic x.
           03 filler pic x(2) value spaces.
           03 filler pic x(11) value "SUPERVISOR=".
           03 l-capr-supervisor pic x(10).
           03 filler pic x(2) value spaces.
           03 l-capr-motivo pic x(34).

       01  linea-cola-tot.
           03 filler pic x(11) value "PENDIENTES=".
           03 l-ctot-pend pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "RETENIDOS=".
           03 l-ctot-reten pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "APROBADOS=".
           03 l-ctot-aprob pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "DENEGADOS=".
           03 l-ctot-deneg pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(9) value "VENCIDOS=".
           03 l-ctot-venc pic zzzzz9.
           03 filler pic x(2) value spaces.
           03 filler pic x(10) value "IGNORADAS=".
           03 l-ctot-ignor pic zzzzz9.

       01  w-pen-cant pic 9(4) value zero.
       01  w-pen-ini pic 9(4) value zero.
       01  w-pen-idx pic 9(4).
       01  w-pen-hallado pic 9.
       01  w-pen-ult-nro pic 9(6) value zero.
       01  w-pen-liberando pic 9 value zero.
       01  w-flag-pen pic 9.
       01  w-pen-ctl-leido pic 9 value zero.
       01  w-pen-ctl-cant pic 9(6) value zero.
       01  w-flag-apr pic 9.
       01  w-tabla-pendientes.
           03 w-pen-entrada OCCURS 999 TIMES.
               05 w-pen-nro pic 9(6).
               05 w-pen-filial pic 9.
               05 w-pen-fecha pic 9(8).
               05 w-pen-socio pic 9(4).
               05 w-pen-movtipo pic x.
               05 w-pen-importe pic s9(7)v99.
               05 w-pen-resub pic 9.
               05 w-pen-fecha-ret pic 9(8).
               05 w-pen-ts pic x(14).
               05 w-pen-decision pic x.
               05 w-pen-supervisor pic x(10).
       01  w-cont-retenidos pic 9(6) value zero.
       01  w-cont-liberados pic 9(6) value zero.
       01  w-cont-aprobados pic 9(6) value zero.
       01  w-cont-denegados pic 9(6) value zero.
       01  w-cont-vencidos pic 9(6) value zero.
       01  w-cont-pendientes pic 9(6) value zero.
       01  w-cont-apr-ignoradas pic 9(6) value zero.

      * Dias en cola en base 30/360, como en ANTIGUEDAD_DEUDA, contra
      * la fecha hasta de la corrida.
       01  w-pen-fecha-calc.
           03 w-pen-calc-ano pic 9(4).
           03 w-pen-calc-mes pic 9(2).
           03 w-pen-calc-dia pic 9(2).
       01  w-pen-dias-proceso pic s9(8).
       01  w-pen-dias-ret pic s9(8).
       01  w-pen-dias pic s9(8).

       01  w-buf-cant pic 9(7) value zero.
       01  w-buf-importe pic s9(9)v99 value zero.
       01  w-idx pic 9(6).
       01  w-flag-htw pic 9.

       01  w-status-socios pic xx.
       01  w-status-act pic xx.
       01  w-status-act-ant pic xx.

       01  linea-auditoria.
           03 filler pic x(7) value "INICIO=".

       320-PROCESO-NORMAL.
           PERFORM 100-INICIO.
           PERFORM 1720-LIBERAR-APROBADOS.
           PERFORM 200-LEER-FILIALES.

           MOVE ZERO TO w-filiales-procesadas.
           PERFORM 160-CARGAR-FILIALES.
           PERFORM 166-VERIFICAR-CLEARING-FILIALES.
           PERFORM 170-CARGAR-SEGMENTOS-PROC.
           PERFORM 1600-INICIO-ALERTAS.
           PERFORM 1700-INICIO-COLA.
           OPEN OUTPUT HIS-TRABAJO.
           MOVE cabecera-exc TO lin-excepcion.
           WRITE lin-excepcion.
               MOVE ZERO TO w-res-rech-otros(w-res-idx)
               MOVE ZERO TO w-res-imp-bruto(w-res-idx)
               MOVE ZERO TO w-res-imp-aceptado(w-res-idx)
               MOVE ZERO TO w-res-retenidos(w-res-idx)
               MOVE ZERO TO w-res-liberados(w-res-idx)
           END-IF.

       181-RES-SUMAR-LEIDO.
           MOVE w-filial-actual TO w-res-filial-busca.
           MOVE w-fecha-actual TO w-res-fecha-busca.
           PERFORM 180-UBICAR-RESUMEN.
           IF w-motivo-rechazo = 06 OR 09 OR 10 OR 14
               ADD 1 TO w-res-rech-socio(w-res-idx)
           ELSE
               IF w-motivo-rechazo = 07 OR 08
           END-IF.
           MOVE param-reset-per TO w-reset-per.
           MOVE param-reset-ano TO w-reset-ano.
           IF param-umbral-aprob IS NUMERIC
               MOVE param-umbral-aprob TO w-umbral-aprob
           ELSE
               MOVE ZERO TO w-umbral-aprob
           END-IF.
           IF param-dias-pend IS NUMERIC
               MOVE param-dias-pend TO w-dias-pend
           ELSE
               MOVE ZERO TO w-dias-pend
           END-IF.
           CLOSE ARCH-PARAMETROS.

       400-DESAGOTAR-FECHA.
                           AND w-rev-marca = "R"
                               PERFORM 590-VALIDAR-REVERSO
                           END-IF
                           IF w-det-valido = 1
                           AND w-rev-marca NOT = "R"
                           AND w-pen-liberando = ZERO
                           AND w-umbral-aprob > ZERO
                           AND tr-det-importe1 > w-umbral-aprob
                               MOVE 0 TO w-det-valido
                               PERFORM 1735-RETENER-DETALLE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           MOVE 09 TO w-motivo-rechazo.
           PERFORM 548-ESCRIBIR-EXCEPCION.

      * El socio inactivo lleva motivo propio: el movimiento indica
      * que volvio a operar y corresponde pedir su reingreso.
       547-GRABAR-EXCEPCION-SOCIO-ESTADO.
           MOVE 10 TO w-motivo-rechazo.
           IF soc-estado = "B"
               MOVE "SOCIO DE BAJA/CANCELADO" TO l-exc-motivo
           ELSE
               IF soc-estado = "S"
                   MOVE "SOCIO SUSPENDIDO" TO l-exc-motivo
               ELSE
                   IF soc-estado = "I"
                       MOVE "SOCIO INACTIVO, REQUIERE REINGRESO"
                         TO l-exc-motivo
                       MOVE 14 TO w-motivo-rechazo
                   ELSE
                       MOVE "SOCIO EN ESTADO INVALIDO" TO l-exc-motivo
                   END-IF
               END-IF
           END-IF.
           PERFORM 548-ESCRIBIR-EXCEPCION.

       541-GRABAR-EXCEPCION-SOCIO.
               ADD 1 TO w-cont-aceptados
               PERFORM 182-RES-SUMAR-ACEPTADO
               PERFORM 555-GRABAR-HISTORIA
               IF w-alr-activo = 1
               AND w-rev-marca NOT = "R"
                   PERFORM 1630-CONTROLAR-ALERTAS
               END-IF
           END-IF.

      * Graba en el archivo de trabajo; el pase definitivo a
           CLOSE EXCEPCIONES.
           CLOSE RECHAZOS.
           CLOSE HIS-TRABAJO.
           PERFORM 1670-CERRAR-ALERTAS.
           PERFORM 710-CERRAR-GL-EXTRACTO.
           PERFORM 715-COPIAR-HISTORIA.
           PERFORM 720-GRABAR-SEGMENTOS-PROC.
           PERFORM 1750-CERRAR-COLA.

       715-COPIAR-HISTORIA.
           MOVE ZERO TO w-flag-htw.
       830-ABRIR-ARCH-ACT.
           IF w-modo NOT = "R"
               OPEN INPUT Trans-Act-Ant
               IF w-status-act-ant NOT = "00"
               AND w-status-act-ant NOT = "05"
                   DISPLAY "No se pudo abrir TRANS-ACT-ANT, estado="
                       w-status-act-ant " - ABORTANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT Trans-Act
               IF w-status-act NOT = "00"
                   DISPLAY "No se pudo crear TRANS-ACT, estado="
                       w-status-act " - ABORTANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN OUTPUT SOBRE-LIMITE
               MOVE cabecera-slim TO lin-sobrelim
               WRITE lin-sobrelim
           END-IF.

       1170-GRABAR-ACT.
           WRITE tra-reg
               INVALID KEY
                   DISPLAY "ERROR DE GRABACION TRANS-ACT SOCIO "
                       tra-socio " estado=" w-status-act
                       " - ABORTANDO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-WRITE.
           ADD 1 TO w-cont-escritos.

       1180-MOSTRAR-SOCIO.

       1500-ESCRIBIR-RESUMEN-GESTION.
           OPEN OUTPUT RESUMEN-GESTION.
           OPEN OUTPUT RESUMEN-GES-DATOS.
           MOVE w-fecha-desde TO l-ges-desde.
           MOVE w-fecha-hasta TO l-ges-hasta.
           MOVE cabecera-ges1 TO lin-resgestion.
           MOVE ZERO TO w-gt-rotr.
           MOVE ZERO TO w-gt-bruto.
           MOVE ZERO TO w-gt-acepimp.
           MOVE ZERO TO w-gt-reten.
           MOVE ZERO TO w-gt-liber.
           PERFORM VARYING w-ges-fil FROM 0 BY 1
           UNTIL w-ges-fil > 9
               PERFORM 1510-LISTAR-FILIAL-GES
           END-PERFORM.
           PERFORM 1530-GRABAR-TOTAL-GENERAL.
           CLOSE RESUMEN-GESTION.
           CLOSE RESUMEN-GES-DATOS.

       1510-LISTAR-FILIAL-GES.
           MOVE ZERO TO w-ft-alguno.
           MOVE ZERO TO w-ft-rotr.
           MOVE ZERO TO w-ft-bruto.
           MOVE ZERO TO w-ft-acepimp.
           MOVE ZERO TO w-ft-reten.
           MOVE ZERO TO w-ft-liber.
           PERFORM VARYING w-res-idx FROM 1 BY 1
           UNTIL w-res-idx > w-res-cant
               IF w-res-filial(w-res-idx) = w-ges-fil
           MOVE w-res-rech-otros(w-res-idx) TO l-ges-rotr.
           MOVE w-res-imp-bruto(w-res-idx) TO l-ges-bruto.
           MOVE w-res-imp-aceptado(w-res-idx) TO l-ges-acepimp.
           MOVE w-res-retenidos(w-res-idx) TO l-ges-reten.
           MOVE w-res-liberados(w-res-idx) TO l-ges-liber.
           COMPUTE w-ges-rech = w-res-rech-trailer(w-res-idx)
               + w-res-rech-socio(w-res-idx)
               + w-res-rech-importe(w-res-idx)
           END-IF.
           MOVE linea-ges TO lin-resgestion.
           WRITE lin-resgestion.
           PERFORM 1517-GRABAR-DATOS-GES.
           ADD w-res-leidos(w-res-idx) TO w-ft-leidos.
           ADD w-res-aceptados(w-res-idx) TO w-ft-acept.
           ADD w-res-rech-trailer(w-res-idx) TO w-ft-rtrl.
           ADD w-res-rech-otros(w-res-idx) TO w-ft-rotr.
           ADD w-res-imp-bruto(w-res-idx) TO w-ft-bruto.
           ADD w-res-imp-aceptado(w-res-idx) TO w-ft-acepimp.
           ADD w-res-retenidos(w-res-idx) TO w-ft-reten.
           ADD w-res-liberados(w-res-idx) TO w-ft-liber.

       1517-GRABAR-DATOS-GES.
           MOVE w-fecha-desde TO rgd-desde.
           MOVE w-fecha-hasta TO rgd-hasta.
           MOVE w-res-filial(w-res-idx) TO rgd-filial.
           MOVE w-res-fecha(w-res-idx) TO rgd-fecha.
           MOVE w-res-leidos(w-res-idx) TO rgd-leidos.
           MOVE w-res-aceptados(w-res-idx) TO rgd-aceptados.
           MOVE w-res-rech-trailer(w-res-idx) TO rgd-rech-trailer.
           MOVE w-res-rech-socio(w-res-idx) TO rgd-rech-socio.
           MOVE w-res-rech-importe(w-res-idx) TO rgd-rech-importe.
           MOVE w-res-rech-otros(w-res-idx) TO rgd-rech-otros.
           MOVE w-res-retenidos(w-res-idx) TO rgd-retenidos.
           MOVE w-res-liberados(w-res-idx) TO rgd-liberados.
           MOVE w-res-imp-bruto(w-res-idx) TO rgd-imp-bruto.
           MOVE w-res-imp-aceptado(w-res-idx) TO rgd-imp-aceptado.
           MOVE w-ts-inicio-fhora TO rgd-ts.
           WRITE rgd-reg.

       1520-GRABAR-TOTAL-FILIAL.
           MOVE w-ges-fil TO l-gtot-filial.
           MOVE w-ft-rotr TO l-gtot-rotr.
           MOVE w-ft-bruto TO l-gtot-bruto.
           MOVE w-ft-acepimp TO l-gtot-acepimp.
           MOVE w-ft-reten TO l-gtot-reten.
           MOVE w-ft-liber TO l-gtot-liber.
           COMPUTE w-ges-rech = w-ft-rtrl + w-ft-rsoc
               + w-ft-rimp + w-ft-rotr.
           IF w-ft-leidos = ZERO
           ADD w-ft-rotr TO w-gt-rotr.
           ADD w-ft-bruto TO w-gt-bruto.
           ADD w-ft-acepimp TO w-gt-acepimp.
           ADD w-ft-reten TO w-gt-reten.
           ADD w-ft-liber TO w-gt-liber.

       1530-GRABAR-TOTAL-GENERAL.
           MOVE w-gt-leidos TO l-ggen-leidos.
           MOVE w-gt-rotr TO l-ggen-rotr.
           MOVE w-gt-bruto TO l-ggen-bruto.
           MOVE w-gt-acepimp TO l-ggen-acepimp.
           MOVE w-gt-reten TO l-ggen-reten.
           MOVE w-gt-liber TO l-ggen-liber.
           COMPUTE w-ges-rech = w-gt-rtrl + w-gt-rsoc
               + w-gt-rimp + w-gt-rotr.
           IF w-gt-leidos = ZERO
           MOVE w-cont-leidos TO l-gctl-leidos.
           MOVE w-cont-aceptados TO l-gctl-acept.
           MOVE w-cont-rechazados TO l-gctl-rech.
           MOVE w-cont-retenidos TO l-gctl-reten.
           MOVE w-cont-liberados TO l-gctl-liber.
           IF w-gt-leidos = w-cont-leidos
           AND w-gt-acept = w-cont-aceptados
           AND w-ges-rech = w-cont-rechazados
           AND w-gt-reten = w-cont-retenidos
           AND w-gt-liber = w-cont-liberados
               MOVE "OK" TO l-gctl-estado
           ELSE
               MOVE "DIFERENCIA" TO l-gctl-estado
           END-IF.
           MOVE linea-ges-ctl TO lin-resgestion.
           WRITE lin-resgestion.
      * Sin parametro de alertas la corrida sigue igual que antes;
      * los archivos se crean igual (vacios) para el circuito de
      * riesgo. Un umbral en cero desactiva solo ese control.
       1600-INICIO-ALERTAS.
           OPEN OUTPUT ALERTAS.
           OPEN OUTPUT ALERTAS-RIESGO.
           MOVE w-fecha-desde TO l-alr-desde.
           MOVE w-fecha-hasta TO l-alr-hasta.
           MOVE cabecera-alr1 TO lin-alerta.
           WRITE lin-alerta.
           OPEN INPUT PARAM-ALERTAS.
           READ PARAM-ALERTAS
               AT END
                   MOVE ZERO TO w-alr-activo
               NOT AT END
                   MOVE 1 TO w-alr-activo
           END-READ.
           CLOSE PARAM-ALERTAS.
           IF w-alr-activo = ZERO
               DISPLAY "PARAM-ALERTAS vacio o inexistente "
                   "- ALERTAS DESACTIVADAS"
               MOVE linea-alr-inactivo TO lin-alerta
               WRITE lin-alerta
           ELSE
               PERFORM 1605-TOMAR-PARAM-ALERTAS
               PERFORM 1610-CARGAR-HISTORIA-ALERTAS
           END-IF.

       1605-TOMAR-PARAM-ALERTAS.
           IF palr-max-mov-dia IS NUMERIC
               MOVE palr-max-mov-dia TO w-alr-max-mov
           END-IF.
           IF palr-max-filiales IS NUMERIC
               MOVE palr-max-filiales TO w-alr-max-fil
           END-IF.
           IF palr-factor IS NUMERIC
               MOVE palr-factor TO w-alr-factor
           END-IF.
           IF palr-min-historia IS NUMERIC
               MOVE palr-min-historia TO w-alr-min-his
           END-IF.
           IF palr-min-importe IS NUMERIC
               MOVE palr-min-importe TO w-alr-min-imp
           END-IF.
           MOVE w-alr-max-mov TO l-alr-max-mov.
           MOVE w-alr-max-fil TO l-alr-max-fil.
           MOVE w-alr-factor TO l-alr-factor.
           MOVE w-alr-min-his TO l-alr-min-his.
           MOVE w-alr-min-imp TO l-alr-min-imp.
           MOVE cabecera-alr2 TO lin-alerta.
           WRITE lin-alerta.
           MOVE titulo-alr TO lin-alerta.
           WRITE lin-alerta.

       1610-CARGAR-HISTORIA-ALERTAS.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 9999
               MOVE ZERO TO w-hpr-cant(w-idx)
               MOVE ZERO TO w-hpr-suma(w-idx)
           END-PERFORM.
           MOVE ZERO TO w-flag-his.
           OPEN INPUT HISTORIA.
           PERFORM 610-LEER-HISTORIA.
           PERFORM UNTIL w-flag-his = 1
               IF his-rev NOT = "R"
               AND his-socio NOT = ZERO
                   ADD 1 TO w-hpr-cant(his-socio)
                   ADD his-importe TO w-hpr-suma(his-socio)
                   IF his-fecha >= w-fecha-desde
                   AND his-fecha <= w-fecha-hasta
                       MOVE his-socio TO w-vel-socio-busca
                       MOVE his-fecha TO w-vel-fecha-busca
                       MOVE his-filial TO w-vel-filial-busca
                       MOVE his-importe TO w-vel-importe-busca
                       PERFORM 1620-ACUMULAR-VELOCIDAD
                   END-IF
               END-IF
               PERFORM 610-LEER-HISTORIA
           END-PERFORM.
           CLOSE HISTORIA.

      * Si la tabla se llena el control de velocidad queda parcial,
      * pero la corrida sigue: una alerta nunca frena la imputacion.
       1620-ACUMULAR-VELOCIDAD.
           MOVE ZERO TO w-vel-hallado.
           MOVE 1 TO w-vel-idx.
           PERFORM UNTIL w-vel-hallado = 1
           OR w-vel-idx > w-vel-cant
               IF w-vel-socio(w-vel-idx) = w-vel-socio-busca
               AND w-vel-fecha(w-vel-idx) = w-vel-fecha-busca
                   MOVE 1 TO w-vel-hallado
               ELSE
                   ADD 1 TO w-vel-idx
               END-IF
           END-PERFORM.
           IF w-vel-hallado = ZERO
               IF w-vel-cant < w-vel-max
                   ADD 1 TO w-vel-cant
                   MOVE w-vel-cant TO w-vel-idx
                   MOVE 1 TO w-vel-hallado
                   MOVE w-vel-socio-busca TO w-vel-socio(w-vel-idx)
                   MOVE w-vel-fecha-busca TO w-vel-fecha(w-vel-idx)
                   MOVE ZERO TO w-vel-movs(w-vel-idx)
                   MOVE ZERO TO w-vel-importe(w-vel-idx)
                   MOVE ZERO TO w-vel-nuevo(w-vel-idx)
                   PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 9
                       MOVE ZERO TO w-vel-fil(w-vel-idx, w-idx)
                   END-PERFORM
               ELSE
                   IF w-vel-llena = ZERO
                       MOVE 1 TO w-vel-llena
                       DISPLAY "TABLA VELOCIDAD DE ALERTAS LLENA "
                           "- CONTROL DE VELOCIDAD PARCIAL"
                   END-IF
               END-IF
           END-IF.
           IF w-vel-hallado = 1
               ADD 1 TO w-vel-movs(w-vel-idx)
               ADD w-vel-importe-busca TO w-vel-importe(w-vel-idx)
               IF w-vel-filial-busca NOT = ZERO
                   MOVE 1 TO w-vel-fil(w-vel-idx, w-vel-filial-busca)
               END-IF
           END-IF.

      * Movimiento recien imputado (no reverso): suma a la velocidad
      * del socio en la fecha y compara el importe con su promedio.
       1630-CONTROLAR-ALERTAS.
           MOVE tr-det-socio1 TO w-vel-socio-busca.
           MOVE w-fecha-actual TO w-vel-fecha-busca.
           MOVE w-filial-actual TO w-vel-filial-busca.
           MOVE tr-det-importe1 TO w-vel-importe-busca.
           PERFORM 1620-ACUMULAR-VELOCIDAD.
           IF w-vel-hallado = 1
               MOVE 1 TO w-vel-nuevo(w-vel-idx)
           END-IF.
           IF w-alr-factor > ZERO
           AND w-hpr-cant(tr-det-socio1) > ZERO
           AND w-hpr-cant(tr-det-socio1) >= w-alr-min-his
           AND tr-det-importe1 >= w-alr-min-imp
               COMPUTE w-alr-promedio ROUNDED =
                   w-hpr-suma(tr-det-socio1) / w-hpr-cant(tr-det-socio1)
               COMPUTE w-alr-tope = w-alr-promedio * w-alr-factor
               IF tr-det-importe1 > w-alr-tope
                   PERFORM 1640-GRABAR-ALERTA-IMPORTE
               END-IF
           END-IF.

       1640-GRABAR-ALERTA-IMPORTE.
           ADD 1 TO w-cont-alr-imp.
           MOVE SPACES TO l-alr-fil-marcas.
           MOVE "I" TO l-alr-tipo.
           MOVE "IMPORTE FUERA DE PATRON" TO l-alr-desc.
           MOVE w-filial-actual TO l-alr-filial.
           MOVE w-fecha-actual TO l-alr-fecha.
           MOVE tr-det-socio1 TO l-alr-socio.
           MOVE soc-nombre TO l-alr-nombre.
           MOVE tr-det-movtipo1 TO l-alr-movtipo.
           MOVE tr-det-importe1 TO l-alr-importe.
           MOVE w-hpr-cant(tr-det-socio1) TO l-alr-cant.
           MOVE w-alr-promedio TO l-alr-promedio.
           MOVE "I" TO alr-tipo.
           MOVE w-fecha-actual TO alr-fecha.
           MOVE w-filial-actual TO alr-filial.
           MOVE tr-det-socio1 TO alr-socio.
           MOVE tr-det-movtipo1 TO alr-movtipo.
           MOVE tr-det-importe1 TO alr-importe.
           MOVE w-hpr-cant(tr-det-socio1) TO alr-cant.
           MOVE ZERO TO alr-cant-filiales.
           MOVE w-alr-promedio TO alr-promedio.
           PERFORM 1650-GRABAR-ALERTA.

       1650-GRABAR-ALERTA.
           MOVE w-ts-inicio-fhora TO alr-ts.
           WRITE alr-reg.
           MOVE linea-alr TO lin-alerta.
           WRITE lin-alerta.
           ADD 1 TO w-cont-alertas.

      * Al cierre: los socio/fecha tocados en esta corrida que pasan
      * los topes de movimientos o de filiales en el dia.
       1660-LISTAR-ALERTAS-VELOCIDAD.
           PERFORM VARYING w-vel-idx FROM 1 BY 1
           UNTIL w-vel-idx > w-vel-cant
               IF w-vel-nuevo(w-vel-idx) = 1
                   MOVE ZERO TO w-alr-cant-fil
                   PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 9
                       ADD w-vel-fil(w-vel-idx, w-idx) TO w-alr-cant-fil
                   END-PERFORM
                   IF w-alr-max-mov > ZERO
                   AND w-vel-movs(w-vel-idx) > w-alr-max-mov
                       ADD 1 TO w-cont-alr-vel
                       MOVE "V" TO l-alr-tipo
                       MOVE "MOVIMIENTOS EN EL DIA" TO l-alr-desc
                       PERFORM 1665-GRABAR-ALERTA-DIA
                   END-IF
                   IF w-alr-max-fil > ZERO
                   AND w-alr-cant-fil > w-alr-max-fil
                       ADD 1 TO w-cont-alr-fil
                       MOVE "F" TO l-alr-tipo
                       MOVE "FILIALES EN EL DIA" TO l-alr-desc
                       PERFORM 1665-GRABAR-ALERTA-DIA
                   END-IF
               END-IF
           END-PERFORM.

       1665-GRABAR-ALERTA-DIA.
           MOVE w-vel-socio(w-vel-idx) TO soc-codigo.
           READ SOCIOS
               INVALID KEY
                   MOVE SPACES TO soc-nombre
           END-READ.
           IF w-hpr-cant(w-vel-socio(w-vel-idx)) > ZERO
               COMPUTE w-alr-promedio ROUNDED =
                   w-hpr-suma(w-vel-socio(w-vel-idx))
                   / w-hpr-cant(w-vel-socio(w-vel-idx))
           ELSE
               MOVE ZERO TO w-alr-promedio
           END-IF.
           MOVE SPACE TO l-alr-filial.
           MOVE w-vel-fecha(w-vel-idx) TO l-alr-fecha.
           MOVE w-vel-socio(w-vel-idx) TO l-alr-socio.
           MOVE soc-nombre TO l-alr-nombre.
           MOVE SPACE TO l-alr-movtipo.
           MOVE w-vel-importe(w-vel-idx) TO l-alr-importe.
           MOVE w-vel-movs(w-vel-idx) TO l-alr-cant.
           MOVE SPACES TO l-alr-fil-marcas.
           PERFORM VARYING w-idx FROM 1 BY 1 UNTIL w-idx > 9
               IF w-vel-fil(w-vel-idx, w-idx) = 1
                   MOVE w-idx TO w-alr-fil
                   MOVE w-alr-fil TO l-alr-fil-marca(w-idx)
               END-IF
           END-PERFORM.
           MOVE w-alr-promedio TO l-alr-promedio.
           MOVE l-alr-tipo TO alr-tipo.
           MOVE w-vel-fecha(w-vel-idx) TO alr-fecha.
           MOVE ZERO TO alr-filial.
           MOVE w-vel-socio(w-vel-idx) TO alr-socio.
           MOVE SPACE TO alr-movtipo.
           MOVE w-vel-importe(w-vel-idx) TO alr-importe.
           MOVE w-vel-movs(w-vel-idx) TO alr-cant.
           MOVE w-alr-cant-fil TO alr-cant-filiales.
           MOVE w-alr-promedio TO alr-promedio.
           PERFORM 1650-GRABAR-ALERTA.

       1670-CERRAR-ALERTAS.
           IF w-alr-activo = 1
               PERFORM 1660-LISTAR-ALERTAS-VELOCIDAD
           END-IF.
           MOVE w-cont-alertas TO l-alr-tot.
           MOVE w-cont-alr-vel TO l-alr-tot-vel.
           MOVE w-cont-alr-fil TO l-alr-tot-fil.
           MOVE w-cont-alr-imp TO l-alr-tot-imp.
           MOVE guarda TO lin-alerta.
           WRITE lin-alerta.
           MOVE linea-alr-tot TO lin-alerta.
           WRITE lin-alerta.
           CLOSE ALERTAS.
           CLOSE ALERTAS-RIESGO.

      * Con umbral en cero no se retiene nada nuevo, pero la cola
      * existente se sigue procesando hasta vaciarse.
       1700-INICIO-COLA.
           OPEN OUTPUT COLA-APROBACION.
           MOVE w-fecha-desde TO l-cola-desde.
           MOVE w-fecha-hasta TO l-cola-hasta.
           MOVE cabecera-cola1 TO lin-cola.
           WRITE lin-cola.
           MOVE w-umbral-aprob TO l-cola-umbral.
           MOVE w-dias-pend TO l-cola-dias-max.
           MOVE cabecera-cola2 TO lin-cola.
           WRITE lin-cola.
           IF w-umbral-aprob = ZERO
               MOVE linea-cola-inactiva TO lin-cola
               WRITE lin-cola
           END-IF.
           MOVE w-fecha-hasta TO w-pen-fecha-calc.
           COMPUTE w-pen-dias-proceso = w-pen-calc-ano * 360
               + w-pen-calc-mes * 30 + w-pen-calc-dia.
           MOVE guarda TO lin-cola.
           WRITE lin-cola.
           MOVE "NOVEDADES DE APROBACION DE LA CORRIDA"
             TO l-cola-seccion.
           MOVE linea-cola-sec TO lin-cola.
           WRITE lin-cola.
           MOVE titulo-cola TO lin-cola.
           WRITE lin-cola.
           PERFORM 1705-CARGAR-PENDIENTES.
           PERFORM 1710-CARGAR-APROBACIONES.

       1705-CARGAR-PENDIENTES.
           MOVE ZERO TO w-flag-pen.
           OPEN INPUT PENDIENTES.
           PERFORM 1707-LEER-PENDIENTES.
           PERFORM UNTIL w-flag-pen = 1
               IF pen-tipo = "T"
                   PERFORM 1708-TOMAR-CONTROL-PENDIENTES
               ELSE
                   PERFORM 1706-CARGAR-ITEM-PENDIENTE
               END-IF
               PERFORM 1707-LEER-PENDIENTES
           END-PERFORM.
           CLOSE PENDIENTES.
           IF w-pen-cant > ZERO
           AND w-pen-ctl-leido = ZERO
               DISPLAY "PENDIENTES-APROBACION SIN REGISTRO DE CONTROL "
                   "- ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF w-pen-ctl-leido = 1
           AND w-pen-ctl-cant NOT = w-pen-cant
               DISPLAY "PENDIENTES-APROBACION INCOMPLETO, CONTROL="
                   w-pen-ctl-cant " LEIDOS=" w-pen-cant " - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE w-pen-cant TO w-pen-ini.

       1706-CARGAR-ITEM-PENDIENTE.
           IF w-pen-cant = 999
               DISPLAY "TABLA PENDIENTES-APROBACION LLENA "
                   "- ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO w-pen-cant.
           MOVE pen-nro TO w-pen-nro(w-pen-cant).
           MOVE pen-filial TO w-pen-filial(w-pen-cant).
           MOVE pen-fecha TO w-pen-fecha(w-pen-cant).
           MOVE pen-socio TO w-pen-socio(w-pen-cant).
           MOVE pen-movtipo TO w-pen-movtipo(w-pen-cant).
           MOVE pen-importe TO w-pen-importe(w-pen-cant).
           MOVE pen-resub TO w-pen-resub(w-pen-cant).
           MOVE pen-fecha-ret TO w-pen-fecha-ret(w-pen-cant).
           MOVE pen-ts TO w-pen-ts(w-pen-cant).
           MOVE SPACE TO w-pen-decision(w-pen-cant).
           MOVE SPACES TO w-pen-supervisor(w-pen-cant).
           IF pen-nro > w-pen-ult-nro
               MOVE pen-nro TO w-pen-ult-nro
           END-IF.

       1707-LEER-PENDIENTES.
           READ PENDIENTES AT END MOVE 1 TO w-flag-pen.

       1708-TOMAR-CONTROL-PENDIENTES.
           MOVE 1 TO w-pen-ctl-leido.
           MOVE pen-ctl-cant TO w-pen-ctl-cant.
           IF pen-ctl-ult-nro > w-pen-ult-nro
               MOVE pen-ctl-ult-nro TO w-pen-ult-nro
           END-IF.

      * Solo se toma la primera decision valida de cada numero; las
      * demas se listan como ignoradas y el item no cambia.
       1710-CARGAR-APROBACIONES.
           MOVE ZERO TO w-flag-apr.
           OPEN INPUT APROBACIONES.
           PERFORM 1712-LEER-APROBACIONES.
           PERFORM UNTIL w-flag-apr = 1
               PERFORM 1715-APLICAR-APROBACION
               PERFORM 1712-LEER-APROBACIONES
           END-PERFORM.
           CLOSE APROBACIONES.

       1712-LEER-APROBACIONES.
           READ APROBACIONES AT END MOVE 1 TO w-flag-apr.

       1715-APLICAR-APROBACION.
           MOVE SPACES TO l-capr-motivo.
           IF apr-decision NOT = "A" AND apr-decision NOT = "D"
               MOVE "DECISION INVALIDA" TO l-capr-motivo
           ELSE
               IF apr-supervisor = SPACES
                   MOVE "SIN SUPERVISOR" TO l-capr-motivo
               ELSE
                   PERFORM 1717-BUSCAR-PENDIENTE
                   IF w-pen-hallado = ZERO
                       MOVE "NUMERO INEXISTENTE EN LA COLA"
                         TO l-capr-motivo
                   ELSE
                       IF apr-ts NOT = w-pen-ts(w-pen-idx)
                           MOVE "RETENCION NO COINCIDE CON EL NUMERO"
                             TO l-capr-motivo
                       ELSE
                           PERFORM 1716-TOMAR-DECISION
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF l-capr-motivo NOT = SPACES
               ADD 1 TO w-cont-apr-ignoradas
               MOVE apr-nro TO l-capr-nro
               MOVE apr-ts TO l-capr-ts
               MOVE apr-decision TO l-capr-decision
               MOVE apr-supervisor TO l-capr-supervisor
               MOVE linea-cola-apr TO lin-cola
               WRITE lin-cola
           END-IF.

       1716-TOMAR-DECISION.
           IF w-pen-decision(w-pen-idx) NOT = SPACE
               MOVE "DECISION REPETIDA" TO l-capr-motivo
           ELSE
               MOVE apr-decision TO w-pen-decision(w-pen-idx)
               MOVE apr-supervisor TO w-pen-supervisor(w-pen-idx)
           END-IF.

       1717-BUSCAR-PENDIENTE.
           MOVE ZERO TO w-pen-hallado.
           MOVE 1 TO w-pen-idx.
           PERFORM UNTIL w-pen-hallado = 1
           OR w-pen-idx > w-pen-cant
               IF apr-nro IS NUMERIC
               AND w-pen-nro(w-pen-idx) = apr-nro
                   MOVE 1 TO w-pen-hallado
               ELSE
                   ADD 1 TO w-pen-idx
               END-IF
           END-PERFORM.

      * Se corre dentro del INPUT PROCEDURE, antes de leer el archivo
      * de filiales. Cada item aprobado se imputa con su filial y
      * fecha originales como un segmento propio (sus lineas de GL
      * salen aparte) y se vuelve a validar: si el socio dejo de
      * estar activo se rechaza con su motivo comun.
       1720-LIBERAR-APROBADOS.
           PERFORM VARYING w-pen-idx FROM 1 BY 1
           UNTIL w-pen-idx > w-pen-ini
               IF w-pen-decision(w-pen-idx) = "A"
                   PERFORM 1725-LIBERAR-PENDIENTE
               ELSE
                   IF w-pen-decision(w-pen-idx) = "D"
                       PERFORM 1730-DENEGAR-PENDIENTE
                   END-IF
               END-IF
           END-PERFORM.

       1722-CARGAR-DETALLE-PENDIENTE.
           MOVE w-pen-filial(w-pen-idx) TO w-filial-actual.
           MOVE w-pen-fecha(w-pen-idx) TO w-fecha-actual.
           MOVE w-pen-movtipo(w-pen-idx) TO tr-det-movtipo1.
           MOVE w-pen-socio(w-pen-idx) TO tr-det-socio1.
           MOVE w-pen-importe(w-pen-idx) TO tr-det-importe1.
           MOVE w-pen-resub(w-pen-idx) TO tr-det-resub1.
           MOVE SPACE TO w-rev-marca.
           MOVE ZERO TO w-rev-fecha-orig.

       1725-LIBERAR-PENDIENTE.
           ADD 1 TO w-cont-aprobados.
           PERFORM 1722-CARGAR-DETALLE-PENDIENTE.
           PERFORM VARYING w-idx-tipo FROM 1 BY 1
           UNTIL w-idx-tipo > w-gl-map-cant
               MOVE ZERO TO w-gl-acum-tipo(w-idx-tipo)
           END-PERFORM.
           MOVE 1 TO w-pen-liberando.
           PERFORM 550-GRABAR-SORT.
           MOVE ZERO TO w-pen-liberando.
           IF w-det-valido = 1
               ADD tr-det-importe1 TO w-gl-acum-tipo(w-tipo-idx)
               PERFORM 578-GRABAR-LINEAS-GL-SEGMENTO
               ADD 1 TO w-cont-liberados
               MOVE w-filial-actual TO w-res-filial-busca
               MOVE w-fecha-actual TO w-res-fecha-busca
               PERFORM 180-UBICAR-RESUMEN
               ADD 1 TO w-res-liberados(w-res-idx)
               MOVE "APROBADO - IMPUTADO" TO l-cola-estado
           ELSE
               MOVE "APROBADO - RECHAZADO AL IMPUTAR"
                 TO l-cola-estado
           END-IF.
           PERFORM 1740-GRABAR-LINEA-COLA.

      * El denegado va siempre a RECHAZOS, sin el tope de
      * reintentos de 549: la decision del supervisor debe quedar.
      * Como en 549 el reintento se cuenta, sin pasar de 9.
       1730-DENEGAR-PENDIENTE.
           ADD 1 TO w-cont-denegados.
           PERFORM 1722-CARGAR-DETALLE-PENDIENTE.
           MOVE 15 TO w-motivo-rechazo.
           MOVE "DENEGADO POR SUPERVISOR" TO l-exc-motivo.
           MOVE w-filial-actual TO l-exc-filial.
           MOVE tr-det-socio1 TO l-exc-socio.
           MOVE tr-det-importe1 TO l-exc-importe.
           MOVE linea-exc TO lin-excepcion.
           WRITE lin-excepcion.
           ADD 1 TO w-cont-rechazados.
           PERFORM 183-RES-SUMAR-RECHAZO-DET.
           MOVE w-filial-actual TO rch-filial.
           MOVE w-fecha-actual TO rch-fecha.
           MOVE w-motivo-rechazo TO rch-motivo.
           IF tr-det-resub1 < 9
               COMPUTE rch-resub = tr-det-resub1 + 1
           ELSE
               MOVE 9 TO rch-resub
           END-IF.
           MOVE "D" TO w-img-tipo.
           MOVE tr-det-movtipo1 TO w-img-movtipo.
           MOVE tr-det-socio1 TO w-img-socio.
           MOVE tr-det-importe1 TO w-img-importe.
           IF tr-det-resub1 < 9
               COMPUTE w-img-resub = tr-det-resub1 + 1
           ELSE
               MOVE 9 TO w-img-resub
           END-IF.
           MOVE ZERO TO w-img-fecha-orig.
           MOVE w-imagen-det TO rch-imagen.
           WRITE rch-reg.
           MOVE "DENEGADO - A RECHAZOS" TO l-cola-estado.
           PERFORM 1740-GRABAR-LINEA-COLA.

      * Llamado desde 540 con el detalle ya validado; el item queda
      * fuera de la imputacion y del GL hasta su aprobacion.
       1735-RETENER-DETALLE.
           IF w-pen-cant = 999
               DISPLAY "TABLA PENDIENTES-APROBACION LLENA - ABORTANDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO w-pen-cant.
           ADD 1 TO w-pen-ult-nro.
           MOVE w-pen-ult-nro TO w-pen-nro(w-pen-cant).
           MOVE w-filial-actual TO w-pen-filial(w-pen-cant).
           MOVE w-fecha-actual TO w-pen-fecha(w-pen-cant).
           MOVE tr-det-socio1 TO w-pen-socio(w-pen-cant).
           MOVE tr-det-movtipo1 TO w-pen-movtipo(w-pen-cant).
           MOVE tr-det-importe1 TO w-pen-importe(w-pen-cant).
           MOVE tr-det-resub1 TO w-pen-resub(w-pen-cant).
           MOVE w-fecha-hasta TO w-pen-fecha-ret(w-pen-cant).
           MOVE w-ts-inicio-fhora TO w-pen-ts(w-pen-cant).
           MOVE SPACE TO w-pen-decision(w-pen-cant).
           MOVE SPACES TO w-pen-supervisor(w-pen-cant).
           ADD 1 TO w-cont-retenidos.
           MOVE w-filial-actual TO w-res-filial-busca.
           MOVE w-fecha-actual TO w-res-fecha-busca.
           PERFORM 180-UBICAR-RESUMEN.
           ADD 1 TO w-res-retenidos(w-res-idx).

       1740-GRABAR-LINEA-COLA.
           PERFORM 1742-CALCULAR-DIAS-COLA.
           MOVE w-pen-nro(w-pen-idx) TO l-cola-nro.
           MOVE w-pen-ts(w-pen-idx) TO l-cola-ts.
           MOVE w-pen-filial(w-pen-idx) TO l-cola-filial.
           MOVE w-pen-fecha(w-pen-idx) TO l-cola-fecha.
           MOVE w-pen-socio(w-pen-idx) TO l-cola-socio.
           MOVE w-pen-movtipo(w-pen-idx) TO l-cola-movtipo.
           MOVE w-pen-importe(w-pen-idx) TO l-cola-importe.
           MOVE w-pen-fecha-ret(w-pen-idx) TO l-cola-fecha-ret.
           MOVE w-pen-dias TO l-cola-dias.
           MOVE w-pen-supervisor(w-pen-idx) TO l-cola-supervisor.
           MOVE linea-cola TO lin-cola.
           WRITE lin-cola.

       1742-CALCULAR-DIAS-COLA.
           MOVE w-pen-fecha-ret(w-pen-idx) TO w-pen-fecha-calc.
           COMPUTE w-pen-dias-ret = w-pen-calc-ano * 360
               + w-pen-calc-mes * 30 + w-pen-calc-dia.
           COMPUTE w-pen-dias = w-pen-dias-proceso - w-pen-dias-ret.
           IF w-pen-dias < ZERO
               MOVE ZERO TO w-pen-dias
           END-IF.

      * Regraba la cola con lo que sigue sin decision (incluidos los
      * retenidos de hoy) y lista la antiguedad de cada item.
       1750-CERRAR-COLA.
           MOVE guarda TO lin-cola.
           WRITE lin-cola.
           MOVE "MOVIMIENTOS PENDIENTES DE APROBACION"
             TO l-cola-seccion.
           MOVE linea-cola-sec TO lin-cola.
           WRITE lin-cola.
           MOVE titulo-cola TO lin-cola.
           WRITE lin-cola.
           OPEN OUTPUT PENDIENTES.
           PERFORM VARYING w-pen-idx FROM 1 BY 1
           UNTIL w-pen-idx > w-pen-cant
               IF w-pen-decision(w-pen-idx) = SPACE
                   PERFORM 1755-GRABAR-PENDIENTE
               END-IF
           END-PERFORM.
           MOVE "T" TO pen-ctl-tipo.
           MOVE w-pen-ult-nro TO pen-ctl-ult-nro.
           MOVE w-cont-pendientes TO pen-ctl-cant.
           WRITE pen-ctl-reg.
           CLOSE PENDIENTES.
           MOVE w-cont-pendientes TO l-ctot-pend.
           MOVE w-cont-retenidos TO l-ctot-reten.
           MOVE w-cont-aprobados TO l-ctot-aprob.
           MOVE w-cont-denegados TO l-ctot-deneg.
           MOVE w-cont-vencidos TO l-ctot-venc.
           MOVE w-cont-apr-ignoradas TO l-ctot-ignor.
           MOVE guarda TO lin-cola.
           WRITE lin-cola.
           MOVE linea-cola-tot TO lin-cola.
           WRITE lin-cola.
           CLOSE COLA-APROBACION.

       1755-GRABAR-PENDIENTE.
           MOVE "D" TO pen-tipo.
           MOVE w-pen-nro(w-pen-idx) TO pen-nro.
           MOVE w-pen-filial(w-pen-idx) TO pen-filial.
           MOVE w-pen-fecha(w-pen-idx) TO pen-fecha.
           MOVE w-pen-socio(w-pen-idx) TO pen-socio.
           MOVE w-pen-movtipo(w-pen-idx) TO pen-movtipo.
           MOVE w-pen-importe(w-pen-idx) TO pen-importe.
           MOVE w-pen-resub(w-pen-idx) TO pen-resub.
           MOVE w-pen-fecha-ret(w-pen-idx) TO pen-fecha-ret.
           MOVE w-pen-ts(w-pen-idx) TO pen-ts.
           WRITE pen-reg.
           ADD 1 TO w-cont-pendientes.
           PERFORM 1742-CALCULAR-DIAS-COLA.
           IF w-pen-idx > w-pen-ini
               MOVE "RETENIDO EN ESTA CORRIDA" TO l-cola-estado
           ELSE
               IF w-dias-pend > ZERO
               AND w-pen-dias > w-dias-pend
                   ADD 1 TO w-cont-vencidos
                   MOVE "VENCIDO, SIN DECISION" TO l-cola-estado
               ELSE
                   MOVE "PENDIENTE" TO l-cola-estado
               END-IF
           END-IF.
           PERFORM 1740-GRABAR-LINEA-COLA.
       END PROGRAM CECILIA_OLMOS.
