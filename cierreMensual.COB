      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cierre mensual de un periodo contable. Verifica que
      *          todos los dias habiles del mes esten procesados en
      *          REGISTRO-PROCESADAS y que ningun CONTROL-EJECUCION del
      *          mes haya quedado sin cuadrar; si todo esta en orden
      *          graba la foto de fin de mes del STOCK por deposito y
      *          articulo y de los saldos de CUENTA-CORRIENTE por
      *          cliente, archiva y depura los STOCK-MOVIMIENTOS y las
      *          claves de facturas procesadas del mes, marca el
      *          periodo como cerrado e imprime el certificado de
      *          cierre. Con la accion "R" reabre un periodo cerrado,
      *          restituyendo lo archivado. Toda accion queda en el
      *          registro de cierres con su usuario y motivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRE-MENSUAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAM-CIERRE ASSIGN TO "..\param-cierre.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-pci-status.
           SELECT PERIODOS ASSIGN TO "..\periodos.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-per-status.
           SELECT REGISTRO-PROCESADAS ASSIGN TO "..\procesadas.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is prg-clave
               FILE STATUS is w-prg-status.
           SELECT CONTROL-EJECUCION ASSIGN TO "..\control-ejecucion.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-ctl-status.
           SELECT STOCK ASSIGN TO "..\stock.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is stk_clave
               FILE STATUS is w-stk-status.
           SELECT STOCK-MOVIMIENTOS ASSIGN TO "..\stock-movim.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-mov-status.
           SELECT COSTOS ASSIGN TO "..\costos.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is cst-art
               FILE STATUS is w-cst-status.
           SELECT CUENTA-CORRIENTE ASSIGN TO "..\ctacte.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is ctc-clave
               FILE STATUS is w-ctc-status.
           SELECT MOVIMIENTOS-CTACTE ASSIGN TO "..\movim-ctacte.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-mcc-status.
           SELECT CIERRE-STOCK ASSIGN TO "..\cierre-stock.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is cis-clave
               FILE STATUS is w-cis-status.
           SELECT CIERRE-CTACTE ASSIGN TO "..\cierre-ctacte.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is cic-clave
               FILE STATUS is w-cic-status.
           SELECT ARCHIVO-MOVIMIENTOS ASSIGN TO
               "..\hist-stock-movim.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-amv-status.
           SELECT ARCHIVO-PROCESADAS ASSIGN TO "..\hist-procesadas.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-apr-status.
           SELECT TEMPORAL-MOVIMIENTOS ASSIGN TO
               "..\stock-movim-tmp.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT TEMPORAL-ARCHIVO ASSIGN TO "..\hist-cierre-tmp.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT PARTIDAS-SORT ASSIGN TO "sortwork".
           SELECT LOG-CIERRES ASSIGN TO "..\log-cierres.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-log-status.
           SELECT LISTADO-CIERRE ASSIGN TO
               PRINTER, "..\impre-cierre.txt"
               ORGANIZATION is line SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAM-CIERRE.
       01  pci-reg.
           03 pci-mes               pic 9(6).
           03 pci-accion            pic X.
               88 pci-cerrar        value "C".
               88 pci-reabrir       value "R".
           03 pci-usuario           pic X(10).
           03 pci-motivo            pic X(40).
           03 pci-feriado           pic 9(8) OCCURS 10 TIMES.
       FD  PERIODOS.
       01  per-reg.
           03 per-mes               pic 9(6).
           03 per-estado            pic X.
               88 per-abierto       value "A".
               88 per-cerrado       value "C".
       FD  REGISTRO-PROCESADAS.
       01  prg-reg.
           03 prg-clave.
               05 prg-factura       pic 9(8).
               05 prg-fecha         pic 9(8).
           03 prg-fecha-proceso     pic 9(8).
       FD  CONTROL-EJECUCION.
       01  ctl-reg.
           03 ctl-fecha            pic 9(8).
           03 ctl-ventas-leidas    pic 9(7).
           03 ctl-facturas-leidas  pic 9(7).
           03 ctl-fac-act-grabadas pic 9(7).
           03 ctl-excepciones      pic 9(7).
           03 ctl-rechazos         pic 9(7).
           03 ctl-exc-articulo     pic 9(7).
           03 ctl-total-monto      pic s9(12)v99.
           03 ctl-control-monto    pic s9(12)v99.
           03 ctl-hash-articulo    pic 9(12).
           03 ctl-cuadra           pic x.
           03 ctl-retorno          pic 99.
       FD  STOCK.
       01  stk_reg.
           03 stk_clave.
               05 stk_dep           pic 99.
               05 stk_cod           pic 9(5).
           03 stk_cantidad         pic s9(5).
       FD  STOCK-MOVIMIENTOS.
       01  mov-reg.
           03 mov-tipo             pic X.
               88 mov-egreso-venta   value "E".
               88 mov-ingreso-compra value "I".
               88 mov-ajuste-inventario value "A".
               88 mov-salida-transf  value "S".
               88 mov-entrada-transf value "R".
           03 mov-dep              pic 99.
           03 mov-art              pic 9(5).
           03 mov-fecha            pic 9(8).
           03 mov-cant             pic s9(5).
           03 mov-saldo            pic s9(5).
       FD  COSTOS.
       01  cst-reg.
           03 cst-art                pic 9(5).
           03 cst-costo-prom         pic 9(6)v9999.
           03 cst-ultimo-costo       pic 9(6)v99.
           03 cst-fecha-ultima       pic 9(8).
       FD  CUENTA-CORRIENTE.
       01  ctc-reg.
           03 ctc-clave.
               05 ctc-cliente       pic 9(5).
               05 ctc-factura       pic 9(8).
           03 ctc-fecha             pic 9(8).
           03 ctc-saldo             pic s9(10)v99.
       FD  MOVIMIENTOS-CTACTE.
       01  mcc-reg.
           03 mcc-cliente           pic 9(5).
           03 mcc-fecha             pic 9(8).
           03 mcc-tipo              pic X.
               88 mcc-factura       value "F".
               88 mcc-nota-credito  value "A".
               88 mcc-cobranza      value "R".
               88 mcc-credito-cuenta value "C".
               88 mcc-nota-debito   value "D".
           03 mcc-comprobante       pic 9(8).
           03 mcc-aplicado-a        pic 9(8).
           03 mcc-importe           pic s9(10)v99.
           03 mcc-fecha-proceso     pic 9(8).
       FD  CIERRE-STOCK.
       01  cis-reg.
           03 cis-clave.
               05 cis-mes           pic 9(6).
               05 cis-dep           pic 99.
               05 cis-art           pic 9(5).
           03 cis-cantidad          pic s9(7).
           03 cis-costo-prom        pic 9(6)v9999.
           03 cis-valor             pic s9(12)v99.
           03 cis-fecha-cierre      pic 9(8).
       FD  CIERRE-CTACTE.
       01  cic-reg.
           03 cic-clave.
               05 cic-mes           pic 9(6).
               05 cic-cliente       pic 9(5).
           03 cic-partidas          pic 9(5).
           03 cic-saldo             pic s9(12)v99.
           03 cic-fecha-cierre      pic 9(8).
       FD  ARCHIVO-MOVIMIENTOS.
       01  amv-reg.
           03 amv-mes               pic 9(6).
           03 amv-movimiento        pic x(26).
       FD  ARCHIVO-PROCESADAS.
       01  apr-reg.
           03 apr-mes               pic 9(6).
           03 apr-procesada         pic x(24).
       FD  TEMPORAL-MOVIMIENTOS.
       01  tmv-reg                  pic x(26).
       FD  TEMPORAL-ARCHIVO.
       01  tar-reg                  pic x(32).
       SD  PARTIDAS-SORT.
       01  srt-pme-reg.
           03 srt-pme-cliente        pic 9(5).
           03 srt-pme-partida        pic 9(8).
           03 srt-pme-origen         pic X.
       FD  LOG-CIERRES.
       01  log-reg.
           03 log-fecha             pic 9(8).
           03 log-hora              pic 9(8).
           03 log-mes               pic 9(6).
           03 log-accion            pic X.
           03 log-usuario           pic X(10).
           03 log-motivo            pic X(40).
           03 log-resultado         pic X(30).
       FD  LISTADO-CIERRE
           LINAGE is 61 LINES
               with FOOTING at 59
               lines at top 3
               lines at bottom 3.
       01  lis-cie-reg pic x(110).
       WORKING-STORAGE SECTION.
       77  flagPeriodos            pic X.
       77  flagControl             pic X.
       77  flagStock               pic X.
       77  flagMovimientos         pic X.
       77  flagCtaCte              pic X.
       77  flagMovCtaCte           pic X.
       77  flagFoto                pic X.
       77  flagProcesadas          pic X.
       77  flagArchivo             pic X.
       77  flagSrtPartidas         pic X.
       77  w-ctc-abierta           pic X.
       77  w-pme-alta              pic X.
       77  w-pme-pago              pic X.
       77  w-pme-cliente-ant       pic 9(5).
       77  w-pme-partida-ant       pic 9(8).
       77  w-partida-cancelada     pic X.
       77  w-pci-status            pic xx.
       77  w-per-status            pic xx.
       77  w-prg-status            pic xx.
       77  w-ctl-status            pic xx.
       77  w-stk-status            pic xx.
       77  w-mov-status            pic xx.
       77  w-cst-status            pic xx.
       77  w-ctc-status            pic xx.
       77  w-mcc-status            pic xx.
       77  w-cis-status            pic xx.
       77  w-cic-status            pic xx.
       77  w-amv-status            pic xx.
       77  w-apr-status            pic xx.
       77  w-log-status            pic xx.
       77  w-fecha-hoy             pic 9(8).
       77  w-hora                  pic 9(8).
       77  w-mes-cierre            pic 9(6).
       77  w-accion                pic X.
       77  w-usuario               pic X(10).
       77  w-motivo                pic X(40).
       77  w-periodo-estado        pic X.
       77  w-periodo-existe        pic X.
       77  w-nuevo-estado          pic X.
       77  w-pedido-valido         pic X.
       77  w-motivo-rechazo        pic X(40).
       77  w-resultado             pic X(30).
       77  w-fin-mes               pic 9(8).
       77  w-ultimo-dia            pic 99.
       77  w-dia                   pic 99.
       77  w-dia-habil             pic X.
       77  w-dia-semana            pic 9.
       77  w-registro-nuevo        pic X.
       77  w-cant-periodos         pic 9(3).
       77  w-cociente              pic 9(4).
       77  w-resto-4               pic 9(3).
       77  w-resto-100             pic 9(3).
       77  w-resto-400             pic 9(3).
       77  w-z-mes                 pic 99.
       77  w-z-anio                pic 9(4).
       77  w-z-siglo               pic 99.
       77  w-z-anio-siglo          pic 99.
       77  w-z-termino-mes         pic 9(3).
       77  w-z-termino-anio        pic 99.
       77  w-z-termino-siglo       pic 99.
       77  w-z-suma                pic 9(4).
       77  cont-dias-habiles       pic 9(3).
       77  cont-dias-faltantes     pic 9(3).
       77  cont-controles-mal      pic 9(3).
       77  cont-stock-registros    pic 9(7).
       77  cont-mov-posteriores    pic 9(7).
       77  cont-mov-archivados     pic 9(7).
       77  cont-prg-archivados     pic 9(7).
       77  cont-ctacte-clientes    pic 9(7).
       77  cont-mcc-posteriores    pic 9(7).
       77  cont-mov-restaurados    pic 9(7).
       77  cont-prg-restaurados    pic 9(7).
       77  acu-stock-unidades      pic s9(11).
       77  acu-stock-valor         pic s9(13)v99.
       77  acu-ctacte-saldo        pic s9(13)v99.
       01  w-cont-paginas          pic 99.
       01  w-fecha-calc-a          pic 9(8).
       01  w-fecha-calc-a-r REDEFINES w-fecha-calc-a.
           03 w-fca-anio           pic 9(4).
           03 w-fca-mes            pic 99.
           03 w-fca-dia            pic 99.
       01  tabla-dias.
           03 td-item OCCURS 31 TIMES.
               05 td-control       pic X.
       01  tabla-feriados.
           03 tf-fecha             pic 9(8) OCCURS 10 TIMES.
       01  tabla-periodos.
           03 tp-item OCCURS 120 TIMES.
               05 tp-mes           pic 9(6).
               05 tp-estado        pic X.
       01  ix-per                  pic 9(3).
       01  ix-fer                  pic 99.
      *
      ************************* LINEAS DE IMPRESION ********************
      *
       01  cabecera-cie1.
           03 filler       pic x(2).
           03 filler       pic x(55)
               value "CERTIFICADO DE CIERRE MENSUAL".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 l-cie-nro-pag pic 99.
           03 filler       pic x(3).
       01  cabecera-cie2.
           03 filler       pic x(110) value all "-".
       01  cabecera-cie-par.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(9)  value "PERIODO: ".
           03 l-ciep-mes   pic 9(6).
           03 filler       pic x(10) value "  ACCION: ".
           03 l-ciep-accion pic x(10).
           03 filler       pic x(11) value "  USUARIO: ".
           03 l-ciep-usuario pic x(10).
           03 filler       pic x(9)  value "  FECHA: ".
           03 l-ciep-fecha pic 9(8).
       01  cabecera-cie-mot.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(9)  value "MOTIVO: ".
           03 l-ciem-motivo pic x(40).
       01  detalle-cie-dia.
           03 filler       pic x(2)  value spaces.
           03 l-cied-etiqueta pic x(40).
           03 filler       pic x(2)  value spaces.
           03 l-cied-fecha pic 9(8).
       01  total-cie-cant.
           03 filler       pic x(2)  value spaces.
           03 l-toc-etiqueta pic x(40).
           03 filler       pic x(2)  value spaces.
           03 l-toc-cantidad pic -zzz.zzz.zz9.
       01  total-cie-imp.
           03 filler       pic x(2)  value spaces.
           03 l-toi-etiqueta pic x(40).
           03 filler       pic x(2)  value spaces.
           03 l-toi-importe pic -zz.zzz.zzz.zz9,99.
       01  total-cie-texto.
           03 filler       pic x(2)  value spaces.
           03 l-tot-etiqueta pic x(40).
           03 filler       pic x(2)  value spaces.
           03 l-tot-texto  pic x(40).
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0010-INICIO-GENERAL.
           IF w-accion = "C"
               PERFORM 0100-CERRAR-PERIODO
           ELSE
               PERFORM 0500-REABRIR-PERIODO
           END-IF.
           PERFORM 0900-FIN-GENERAL.
           STOP RUN.
      *
      ********************** RUTINAS DE INICIO *************************
      *
       0010-INICIO-GENERAL.
           MOVE ZEROES TO cont-dias-habiles.
           MOVE ZEROES TO cont-dias-faltantes.
           MOVE ZEROES TO cont-controles-mal.
           MOVE ZEROES TO cont-stock-registros.
           MOVE ZEROES TO cont-mov-posteriores.
           MOVE ZEROES TO cont-mov-archivados.
           MOVE ZEROES TO cont-prg-archivados.
           MOVE ZEROES TO cont-ctacte-clientes.
           MOVE ZEROES TO cont-mcc-posteriores.
           MOVE ZEROES TO cont-mov-restaurados.
           MOVE ZEROES TO cont-prg-restaurados.
           MOVE ZEROES TO acu-stock-unidades.
           MOVE ZEROES TO acu-stock-valor.
           MOVE ZEROES TO acu-ctacte-saldo.
           MOVE ZEROES TO w-cont-paginas.
           MOVE "s" TO w-pedido-valido.
           MOVE spaces TO w-motivo-rechazo.
           ACCEPT w-fecha-hoy FROM DATE YYYYMMDD.
           ACCEPT w-hora FROM TIME.
           OPEN EXTEND LOG-CIERRES.
           IF w-log-status = "35"
               OPEN OUTPUT LOG-CIERRES
           END-IF.
           PERFORM 0020-LEER-PARAMETROS.
           PERFORM 0025-CALCULAR-FIN-MES.
           PERFORM 0030-CARGAR-PERIODOS.
           OPEN OUTPUT LISTADO-CIERRE.
           PERFORM 0800-LISTAR-ENCABEZADO.
      *
       0020-LEER-PARAMETROS.
           MOVE ZEROES TO w-mes-cierre.
           MOVE spaces TO w-accion.
           MOVE spaces TO w-usuario.
           MOVE spaces TO w-motivo.
           MOVE ZEROES TO tabla-feriados.
           OPEN INPUT PARAM-CIERRE.
           IF w-pci-status = "00"
               READ PARAM-CIERRE
                   AT END CONTINUE
                   NOT AT END
                       IF pci-mes IS NUMERIC
                           MOVE pci-mes TO w-mes-cierre
                       END-IF
                       MOVE pci-accion  TO w-accion
                       MOVE pci-usuario TO w-usuario
                       MOVE pci-motivo  TO w-motivo
                       PERFORM VARYING ix-fer FROM 1 BY 1
                           UNTIL ix-fer > 10
                           IF pci-feriado(ix-fer) IS NUMERIC
                               MOVE pci-feriado(ix-fer)
                                   TO tf-fecha(ix-fer)
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE PARAM-CIERRE
           END-IF.
           MOVE w-mes-cierre TO w-fecha-calc-a(1:6).
           MOVE 01 TO w-fca-dia.
           EVALUATE TRUE
               WHEN w-mes-cierre = ZEROES
                   DISPLAY "PERIODO A CERRAR NO INFORMADO"
                   MOVE "PERIODO A CERRAR NO INFORMADO"
                       TO w-motivo-rechazo
                   PERFORM 0090-ABORTAR-PEDIDO
               WHEN w-fca-mes < 1 OR w-fca-mes > 12
                   DISPLAY "PERIODO A CERRAR INVALIDO: " w-mes-cierre
                   MOVE "PERIODO A CERRAR INVALIDO"
                       TO w-motivo-rechazo
                   PERFORM 0090-ABORTAR-PEDIDO
               WHEN w-accion <> "C" AND w-accion <> "R"
                   DISPLAY "ACCION DE CIERRE INVALIDA: " w-accion
                   MOVE "ACCION DE CIERRE INVALIDA"
                       TO w-motivo-rechazo
                   PERFORM 0090-ABORTAR-PEDIDO
           END-EVALUATE.
      *
       0025-CALCULAR-FIN-MES.
           EVALUATE w-fca-mes
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO w-ultimo-dia
               WHEN 2
                   DIVIDE w-fca-anio BY 4 GIVING w-cociente
                       REMAINDER w-resto-4
                   DIVIDE w-fca-anio BY 100 GIVING w-cociente
                       REMAINDER w-resto-100
                   DIVIDE w-fca-anio BY 400 GIVING w-cociente
                       REMAINDER w-resto-400
                   IF w-resto-4 = 0
                       AND (w-resto-100 <> 0 OR w-resto-400 = 0)
                       MOVE 29 TO w-ultimo-dia
                   ELSE
                       MOVE 28 TO w-ultimo-dia
                   END-IF
               WHEN OTHER
                   MOVE 31 TO w-ultimo-dia
           END-EVALUATE.
           MOVE w-ultimo-dia TO w-fca-dia.
           MOVE w-fecha-calc-a TO w-fin-mes.
      *
       0030-CARGAR-PERIODOS.
           MOVE ZEROES TO w-cant-periodos.
           MOVE "A" TO w-periodo-estado.
           MOVE "n" TO w-periodo-existe.
           MOVE "n" TO flagPeriodos.
           OPEN INPUT PERIODOS.
           IF w-per-status <> "00" AND w-per-status <> "35"
               DISPLAY "ERROR AL ABRIR PERIODOS: " w-per-status
               MOVE "ARCHIVO DE PERIODOS ILEGIBLE"
                   TO w-motivo-rechazo
               PERFORM 0090-ABORTAR-PEDIDO
           END-IF.
           IF w-per-status = "00"
               PERFORM UNTIL flagPeriodos = "s"
                   READ PERIODOS
                       AT END MOVE "s" TO flagPeriodos
                       NOT AT END
                           IF w-cant-periodos = 120
                               DISPLAY "TABLA DE PERIODOS COMPLETA"
                               MOVE "TABLA DE PERIODOS COMPLETA"
                                   TO w-motivo-rechazo
                               PERFORM 0090-ABORTAR-PEDIDO
                           END-IF
                           ADD 1 TO w-cant-periodos
                           MOVE per-mes TO tp-mes(w-cant-periodos)
                           MOVE per-estado
                               TO tp-estado(w-cant-periodos)
                           IF per-mes = w-mes-cierre
                               MOVE per-estado TO w-periodo-estado
                               MOVE "s" TO w-periodo-existe
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODOS
           END-IF.
      *
       0040-GRABAR-PERIODOS.
           MOVE "n" TO flagPeriodos.
           PERFORM VARYING ix-per FROM 1 BY 1
               UNTIL ix-per > w-cant-periodos
               IF tp-mes(ix-per) = w-mes-cierre
                   MOVE w-nuevo-estado TO tp-estado(ix-per)
                   MOVE "s" TO flagPeriodos
               END-IF
           END-PERFORM.
           IF flagPeriodos = "n" AND w-cant-periodos = 120
               DISPLAY "TABLA DE PERIODOS COMPLETA"
               MOVE "TABLA DE PERIODOS COMPLETA" TO w-motivo-rechazo
               PERFORM 0090-ABORTAR-PEDIDO
           END-IF.
           IF flagPeriodos = "n"
               ADD 1 TO w-cant-periodos
               MOVE w-mes-cierre   TO tp-mes(w-cant-periodos)
               MOVE w-nuevo-estado TO tp-estado(w-cant-periodos)
           END-IF.
           OPEN OUTPUT PERIODOS.
           PERFORM VARYING ix-per FROM 1 BY 1
               UNTIL ix-per > w-cant-periodos
               MOVE tp-mes(ix-per)    TO per-mes
               MOVE tp-estado(ix-per) TO per-estado
               WRITE per-reg
           END-PERFORM.
           CLOSE PERIODOS.
           MOVE w-nuevo-estado TO w-periodo-estado.
      *
      *    rechazo sin listado: deja el intento en el registro de
      *    cierres y termina la corrida
       0090-ABORTAR-PEDIDO.
           MOVE w-fecha-hoy      TO log-fecha.
           MOVE w-hora           TO log-hora.
           MOVE w-mes-cierre     TO log-mes.
           MOVE w-accion         TO log-accion.
           MOVE w-usuario        TO log-usuario.
           MOVE w-motivo-rechazo TO log-motivo.
           MOVE "PEDIDO RECHAZADO" TO log-resultado.
           WRITE log-reg.
           CLOSE LOG-CIERRES.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
      *
      ********************** RUTINAS DE CIERRE *************************
      *
       0100-CERRAR-PERIODO.
           EVALUATE TRUE
               WHEN w-usuario = spaces
                   MOVE "n" TO w-pedido-valido
                   MOVE "USUARIO NO INFORMADO" TO w-motivo-rechazo
               WHEN w-periodo-estado = "C"
                   MOVE "n" TO w-pedido-valido
                   MOVE "EL PERIODO YA ESTA CERRADO"
                       TO w-motivo-rechazo
               WHEN w-fin-mes NOT < w-fecha-hoy
                   MOVE "n" TO w-pedido-valido
                   MOVE "EL MES TODAVIA NO TERMINO"
                       TO w-motivo-rechazo
               WHEN w-periodo-existe = "n" AND w-cant-periodos = 120
                   MOVE "n" TO w-pedido-valido
                   MOVE "TABLA DE PERIODOS COMPLETA"
                       TO w-motivo-rechazo
           END-EVALUATE.
           IF w-pedido-valido = "s"
               PERFORM 0110-VERIFICAR-DIAS
               PERFORM 0130-VERIFICAR-CONTROLES
           END-IF.
           IF w-pedido-valido = "s"
               PERFORM 0200-FOTO-STOCK
               PERFORM 0300-FOTO-CTACTE
               PERFORM 0400-DEPURAR-PROCESADAS
               MOVE "C" TO w-nuevo-estado
               PERFORM 0040-GRABAR-PERIODOS
               MOVE "PERIODO CERRADO" TO w-resultado
               PERFORM 0180-CERTIFICADO-CIERRE
           ELSE
               MOVE "CIERRE RECHAZADO" TO w-resultado
               PERFORM 0190-RECHAZAR-PEDIDO
           END-IF.
      *
       0110-VERIFICAR-DIAS.
           OPEN INPUT REGISTRO-PROCESADAS.
           PERFORM VARYING w-dia FROM 1 BY 1
               UNTIL w-dia > w-ultimo-dia
               MOVE w-dia TO w-fca-dia
               PERFORM 0115-DETERMINAR-DIA-HABIL
               IF w-dia-habil = "s"
                   ADD 1 TO cont-dias-habiles
                   PERFORM 0120-BUSCAR-DIA-PROCESADO
               END-IF
           END-PERFORM.
           IF w-prg-status <> "35"
               CLOSE REGISTRO-PROCESADAS
           END-IF.
           IF cont-dias-faltantes > 0
               MOVE "n" TO w-pedido-valido
               MOVE "HAY DIAS HABILES SIN PROCESAR"
                   TO w-motivo-rechazo
           END-IF.
      *
       0115-DETERMINAR-DIA-HABIL.
           MOVE "s" TO w-dia-habil.
           MOVE w-fca-mes  TO w-z-mes.
           MOVE w-fca-anio TO w-z-anio.
           IF w-z-mes < 3
               ADD 12 TO w-z-mes
               SUBTRACT 1 FROM w-z-anio
           END-IF.
           DIVIDE w-z-anio BY 100 GIVING w-z-siglo
               REMAINDER w-z-anio-siglo.
           COMPUTE w-z-termino-mes = 13 * (w-z-mes + 1).
           DIVIDE w-z-termino-mes BY 5 GIVING w-z-termino-mes.
           DIVIDE w-z-anio-siglo BY 4 GIVING w-z-termino-anio.
           DIVIDE w-z-siglo BY 4 GIVING w-z-termino-siglo.
           COMPUTE w-z-suma = w-fca-dia + w-z-termino-mes
               + w-z-anio-siglo + w-z-termino-anio
               + w-z-termino-siglo + 5 * w-z-siglo.
           DIVIDE w-z-suma BY 7 GIVING w-cociente
               REMAINDER w-dia-semana.
      *    w-dia-semana: 0 sabado, 1 domingo, 2 lunes ... 6 viernes
           IF w-dia-semana = 1
               MOVE "n" TO w-dia-habil
           END-IF.
           PERFORM VARYING ix-fer FROM 1 BY 1 UNTIL ix-fer > 10
               IF tf-fecha(ix-fer) = w-fecha-calc-a
                   MOVE "n" TO w-dia-habil
               END-IF
           END-PERFORM.
      *
       0120-BUSCAR-DIA-PROCESADO.
           IF w-prg-status = "35"
               ADD 1 TO cont-dias-faltantes
               MOVE "DIA HABIL SIN PROCESAR" TO l-cied-etiqueta
               MOVE w-fecha-calc-a TO l-cied-fecha
               PERFORM 0850-LISTAR-DETALLE
           ELSE
               MOVE ZEROES         TO prg-factura
               MOVE w-fecha-calc-a TO prg-fecha
               READ REGISTRO-PROCESADAS
                   INVALID KEY
                       ADD 1 TO cont-dias-faltantes
                       MOVE "DIA HABIL SIN PROCESAR"
                           TO l-cied-etiqueta
                       MOVE w-fecha-calc-a TO l-cied-fecha
                       PERFORM 0850-LISTAR-DETALLE
               END-READ
           END-IF.
      *
       0130-VERIFICAR-CONTROLES.
           MOVE spaces TO tabla-dias.
           MOVE "n" TO flagControl.
           OPEN INPUT CONTROL-EJECUCION.
           IF w-ctl-status = "00"
               PERFORM UNTIL flagControl = "s"
                   READ CONTROL-EJECUCION
                       AT END MOVE "s" TO flagControl
                       NOT AT END
                           PERFORM 0135-REGISTRAR-CONTROL
                   END-READ
               END-PERFORM
               CLOSE CONTROL-EJECUCION
           END-IF.
           PERFORM VARYING w-dia FROM 1 BY 1
               UNTIL w-dia > w-ultimo-dia
               IF td-control(w-dia) = "N"
                   ADD 1 TO cont-controles-mal
                   MOVE w-dia TO w-fca-dia
                   MOVE "CONTROL DE EJECUCION SIN CUADRAR"
                       TO l-cied-etiqueta
                   MOVE w-fecha-calc-a TO l-cied-fecha
                   PERFORM 0850-LISTAR-DETALLE
               END-IF
           END-PERFORM.
           IF cont-controles-mal > 0
               MOVE "n" TO w-pedido-valido
               MOVE "HAY CONTROLES DE EJECUCION SIN CUADRAR"
                   TO w-motivo-rechazo
           END-IF.
      *
      *    vale el ultimo control grabado de cada dia, de modo que un
      *    reproceso que cuadra corrige una corrida anterior fallida
       0135-REGISTRAR-CONTROL.
           IF ctl-fecha(1:6) = w-mes-cierre
               MOVE ctl-fecha(7:2) TO w-dia
               IF w-dia > 0 AND w-dia NOT > w-ultimo-dia
                   MOVE ctl-cuadra TO td-control(w-dia)
               END-IF
           END-IF.
      *
       0180-CERTIFICADO-CIERRE.
           MOVE "DIAS HABILES VERIFICADOS" TO l-toc-etiqueta.
           MOVE cont-dias-habiles TO l-toc-cantidad.
           PERFORM 0860-LISTAR-CANTIDAD.
           MOVE "REGISTROS DE STOCK FOTOGRAFIADOS" TO l-toc-etiqueta.
           MOVE cont-stock-registros TO l-toc-cantidad.
           PERFORM 0860-LISTAR-CANTIDAD.
           MOVE "UNIDADES EN STOCK A FIN DE MES" TO l-toc-etiqueta.
           MOVE acu-stock-unidades TO l-toc-cantidad.
           PERFORM 0860-LISTAR-CANTIDAD.
           MOVE "VALOR DEL STOCK A COSTO PROMEDIO" TO l-toi-etiqueta.
           MOVE acu-stock-valor TO l-toi-importe.
           PERFORM 0870-LISTAR-IMPORTE.
           MOVE "MOVIMIENTOS POSTERIORES DESCONTADOS"
               TO l-toc-etiqueta.
           MOVE cont-mov-posteriores TO l-toc-cantidad.
           PERFORM 0860-LISTAR-CANTIDAD.
           MOVE "CLIENTES CON SALDO EN CUENTA CORRIENTE"
               TO l-toc-etiqueta.
           MOVE cont-ctacte-clientes TO l-toc-cantidad.
           PERFORM 0860-LISTAR-CANTIDAD.
           MOVE "SALDO TOTAL A COBRAR A FIN DE MES" TO l-toi-etiqueta.
           MOVE acu-ctacte-saldo TO l-toi-importe.
           PERFORM 0870-LISTAR-IMPORTE.
           MOVE "MOVIM. CTA. CTE. POSTERIORES DESCONTADOS"
               TO l-toc-etiqueta.
           MOVE cont-mcc-posteriores TO l-toc-cantidad.
           PERFORM 0860-LISTAR-CANTIDAD.
           MOVE "MOVIMIENTOS DE STOCK ARCHIVADOS" TO l-toc-etiqueta.
           MOVE cont-mov-archivados TO l-toc-cantidad.
           PERFORM 0860-LISTAR-CANTIDAD.
           MOVE "CLAVES DE FACTURAS PROCESADAS ARCHIVADAS"
               TO l-toc-etiqueta.
           MOVE cont-prg-archivados TO l-toc-cantidad.
           PERFORM 0860-LISTAR-CANTIDAD.
           MOVE "RESULTADO" TO l-tot-etiqueta.
           MOVE w-resultado TO l-tot-texto.
           PERFORM 0880-LISTAR-TEXTO.
      *
       0190-RECHAZAR-PEDIDO.
           MOVE "MOTIVO DEL RECHAZO" TO l-tot-etiqueta.
           MOVE w-motivo-rechazo TO l-tot-texto.
           PERFORM 0880-LISTAR-TEXTO.
           MOVE "RESULTADO" TO l-tot-etiqueta.
           MOVE w-resultado TO l-tot-texto.
           PERFORM 0880-LISTAR-TEXTO.
           MOVE 8 TO RETURN-CODE.
      *
      ****************** RUTINAS FOTO DE STOCK *************************
      *
       0200-FOTO-STOCK.
           OPEN I-O CIERRE-STOCK.
           IF w-cis-status = "35"
               OPEN OUTPUT CIERRE-STOCK
               CLOSE CIERRE-STOCK
               OPEN I-O CIERRE-STOCK
           END-IF.
           PERFORM 0205-BORRAR-FOTO-STOCK.
           PERFORM 0210-CARGAR-STOCK.
           PERFORM 0220-PROCESAR-MOVIMIENTOS.
           PERFORM 0240-VALORIZAR-STOCK.
           CLOSE CIERRE-STOCK.
      *
       0205-BORRAR-FOTO-STOCK.
           MOVE "n" TO flagFoto.
           MOVE w-mes-cierre TO cis-mes.
           MOVE ZEROES TO cis-dep.
           MOVE ZEROES TO cis-art.
           START CIERRE-STOCK KEY IS NOT LESS THAN cis-clave
               INVALID KEY MOVE "s" TO flagFoto
           END-START.
           PERFORM UNTIL flagFoto = "s"
               READ CIERRE-STOCK NEXT RECORD
                   AT END MOVE "s" TO flagFoto
                   NOT AT END
                       IF cis-mes <> w-mes-cierre
                           MOVE "s" TO flagFoto
                       ELSE
                           DELETE CIERRE-STOCK RECORD
                       END-IF
               END-READ
           END-PERFORM.
      *
       0210-CARGAR-STOCK.
           MOVE "n" TO flagStock.
           OPEN INPUT STOCK.
           IF w-stk-status = "00"
               PERFORM UNTIL flagStock = "s"
                   READ STOCK NEXT RECORD
                       AT END MOVE "s" TO flagStock
                       NOT AT END
                           MOVE w-mes-cierre TO cis-mes
                           MOVE stk_dep      TO cis-dep
                           MOVE stk_cod      TO cis-art
                           MOVE stk_cantidad TO cis-cantidad
                           MOVE ZEROES       TO cis-costo-prom
                           MOVE ZEROES       TO cis-valor
                           MOVE w-fecha-hoy  TO cis-fecha-cierre
                           WRITE cis-reg
                               INVALID KEY REWRITE cis-reg
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE STOCK
           END-IF.
      *
      *    el stock de fin de mes es el actual menos los movimientos
      *    posteriores al cierre; los del mes se archivan y se depuran
       0220-PROCESAR-MOVIMIENTOS.
           MOVE "n" TO flagMovimientos.
           OPEN INPUT STOCK-MOVIMIENTOS.
           IF w-mov-status = "00"
               OPEN OUTPUT TEMPORAL-MOVIMIENTOS
               OPEN EXTEND ARCHIVO-MOVIMIENTOS
               IF w-amv-status = "35"
                   OPEN OUTPUT ARCHIVO-MOVIMIENTOS
               END-IF
               PERFORM UNTIL flagMovimientos = "s"
                   READ STOCK-MOVIMIENTOS
                       AT END MOVE "s" TO flagMovimientos
                       NOT AT END
                           PERFORM 0225-CLASIFICAR-MOVIMIENTO
                   END-READ
               END-PERFORM
               CLOSE STOCK-MOVIMIENTOS
               CLOSE TEMPORAL-MOVIMIENTOS
               CLOSE ARCHIVO-MOVIMIENTOS
               IF cont-mov-archivados > 0
                   PERFORM 0235-REGRABAR-MOVIMIENTOS
               END-IF
           END-IF.
      *
       0225-CLASIFICAR-MOVIMIENTO.
           EVALUATE TRUE
               WHEN mov-fecha(1:6) = w-mes-cierre
                   MOVE w-mes-cierre TO amv-mes
                   MOVE mov-reg      TO amv-movimiento
                   WRITE amv-reg
                   ADD 1 TO cont-mov-archivados
               WHEN mov-fecha > w-fin-mes
                   PERFORM 0230-DESCONTAR-MOVIMIENTO
                   WRITE tmv-reg FROM mov-reg
               WHEN OTHER
                   WRITE tmv-reg FROM mov-reg
           END-EVALUATE.
      *
       0230-DESCONTAR-MOVIMIENTO.
           ADD 1 TO cont-mov-posteriores.
           MOVE "n" TO w-registro-nuevo.
           MOVE w-mes-cierre TO cis-mes.
           MOVE mov-dep      TO cis-dep.
           MOVE mov-art      TO cis-art.
           READ CIERRE-STOCK
               INVALID KEY
                   MOVE "s"         TO w-registro-nuevo
                   MOVE ZEROES      TO cis-cantidad
                   MOVE ZEROES      TO cis-costo-prom
                   MOVE ZEROES      TO cis-valor
                   MOVE w-fecha-hoy TO cis-fecha-cierre
           END-READ.
           IF mov-tipo = "E" OR mov-tipo = "S"
               ADD mov-cant TO cis-cantidad
           ELSE
               SUBTRACT mov-cant FROM cis-cantidad
           END-IF.
           IF w-registro-nuevo = "s"
               WRITE cis-reg
           ELSE
               REWRITE cis-reg
           END-IF.
      *
       0235-REGRABAR-MOVIMIENTOS.
           MOVE "n" TO flagMovimientos.
           OPEN INPUT TEMPORAL-MOVIMIENTOS.
           OPEN OUTPUT STOCK-MOVIMIENTOS.
           PERFORM UNTIL flagMovimientos = "s"
               READ TEMPORAL-MOVIMIENTOS
                   AT END MOVE "s" TO flagMovimientos
                   NOT AT END
                       WRITE mov-reg FROM tmv-reg
               END-READ
           END-PERFORM.
           CLOSE TEMPORAL-MOVIMIENTOS.
           CLOSE STOCK-MOVIMIENTOS.
      *
       0240-VALORIZAR-STOCK.
           OPEN INPUT COSTOS.
           MOVE "n" TO flagFoto.
           MOVE w-mes-cierre TO cis-mes.
           MOVE ZEROES TO cis-dep.
           MOVE ZEROES TO cis-art.
           START CIERRE-STOCK KEY IS NOT LESS THAN cis-clave
               INVALID KEY MOVE "s" TO flagFoto
           END-START.
           PERFORM UNTIL flagFoto = "s"
               READ CIERRE-STOCK NEXT RECORD
                   AT END MOVE "s" TO flagFoto
                   NOT AT END
                       IF cis-mes <> w-mes-cierre
                           MOVE "s" TO flagFoto
                       ELSE
                           PERFORM 0245-VALORIZAR-ARTICULO
                       END-IF
               END-READ
           END-PERFORM.
           IF w-cst-status <> "35"
               CLOSE COSTOS
           END-IF.
      *
       0245-VALORIZAR-ARTICULO.
           MOVE ZEROES TO cis-costo-prom.
           IF w-cst-status <> "35"
               MOVE cis-art TO cst-art
               READ COSTOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE cst-costo-prom TO cis-costo-prom
               END-READ
           END-IF.
           COMPUTE cis-valor ROUNDED = cis-cantidad * cis-costo-prom.
           REWRITE cis-reg.
           ADD 1 TO cont-stock-registros.
           ADD cis-cantidad TO acu-stock-unidades.
           ADD cis-valor TO acu-stock-valor.
      *
      ****************** RUTINAS FOTO DE CTA. CTE. *********************
      *
       0300-FOTO-CTACTE.
           OPEN I-O CIERRE-CTACTE.
           IF w-cic-status = "35"
               OPEN OUTPUT CIERRE-CTACTE
               CLOSE CIERRE-CTACTE
               OPEN I-O CIERRE-CTACTE
           END-IF.
           PERFORM 0305-BORRAR-FOTO-CTACTE.
           PERFORM 0310-CARGAR-CTACTE.
           SORT PARTIDAS-SORT
               ASCENDING srt-pme-cliente
               ASCENDING srt-pme-partida
               INPUT PROCEDURE IS 0320-DESCONTAR-POSTERIORES
               OUTPUT PROCEDURE IS 0325-CONTAR-CANCELADAS.
           PERFORM 0340-TOTALIZAR-CTACTE.
           CLOSE CIERRE-CTACTE.
      *
       0305-BORRAR-FOTO-CTACTE.
           MOVE "n" TO flagFoto.
           MOVE w-mes-cierre TO cic-mes.
           MOVE ZEROES TO cic-cliente.
           START CIERRE-CTACTE KEY IS NOT LESS THAN cic-clave
               INVALID KEY MOVE "s" TO flagFoto
           END-START.
           PERFORM UNTIL flagFoto = "s"
               READ CIERRE-CTACTE NEXT RECORD
                   AT END MOVE "s" TO flagFoto
                   NOT AT END
                       IF cic-mes <> w-mes-cierre
                           MOVE "s" TO flagFoto
                       ELSE
                           DELETE CIERRE-CTACTE RECORD
                       END-IF
               END-READ
           END-PERFORM.
      *
       0310-CARGAR-CTACTE.
           MOVE "n" TO flagCtaCte.
           OPEN INPUT CUENTA-CORRIENTE.
           IF w-ctc-status = "00"
               PERFORM UNTIL flagCtaCte = "s"
                   READ CUENTA-CORRIENTE NEXT RECORD
                       AT END MOVE "s" TO flagCtaCte
                       NOT AT END
                           MOVE ctc-cliente TO cic-cliente
                           PERFORM 0330-LEER-FOTO-CLIENTE
                           IF ctc-fecha NOT > w-fin-mes
                               ADD 1 TO cic-partidas
                           END-IF
                           ADD ctc-saldo TO cic-saldo
                           PERFORM 0335-GRABAR-FOTO-CLIENTE
                   END-READ
               END-PERFORM
               CLOSE CUENTA-CORRIENTE
           END-IF.
      *
      *    el saldo de fin de mes es el actual menos lo imputado en
      *    corridas con fecha de proceso posterior al cierre; las
      *    partidas emitidas hasta fin de mes y canceladas despues se
      *    pasan al sort para sumarlas a la cantidad de partidas
       0320-DESCONTAR-POSTERIORES.
           MOVE "n" TO flagMovCtaCte.
           OPEN INPUT MOVIMIENTOS-CTACTE.
           IF w-mcc-status = "00"
               PERFORM UNTIL flagMovCtaCte = "s"
                   READ MOVIMIENTOS-CTACTE
                       AT END MOVE "s" TO flagMovCtaCte
                       NOT AT END
                           IF mcc-fecha-proceso > w-fin-mes
                               ADD 1 TO cont-mcc-posteriores
                               MOVE mcc-cliente TO cic-cliente
                               PERFORM 0330-LEER-FOTO-CLIENTE
                               SUBTRACT mcc-importe FROM cic-saldo
                               PERFORM 0335-GRABAR-FOTO-CLIENTE
                           END-IF
                           PERFORM 0322-RELEASE-PARTIDA
                   END-READ
               END-PERFORM
               CLOSE MOVIMIENTOS-CTACTE
           END-IF.
      *
       0322-RELEASE-PARTIDA.
           EVALUATE TRUE
               WHEN (mcc-factura OR mcc-nota-credito OR mcc-nota-debito)
                   AND mcc-fecha NOT > w-fin-mes
                   MOVE mcc-cliente     TO srt-pme-cliente
                   MOVE mcc-comprobante TO srt-pme-partida
                   MOVE "A"             TO srt-pme-origen
                   RELEASE srt-pme-reg
               WHEN mcc-cobranza AND mcc-fecha-proceso > w-fin-mes
                   MOVE mcc-cliente     TO srt-pme-cliente
                   MOVE mcc-aplicado-a  TO srt-pme-partida
                   MOVE "P"             TO srt-pme-origen
                   RELEASE srt-pme-reg
           END-EVALUATE.
      *
      *    una partida emitida hasta fin de mes que recibio cobranzas
      *    despues del cierre y ya no esta en CUENTA-CORRIENTE estaba
      *    abierta a fin de mes
       0325-CONTAR-CANCELADAS.
           MOVE "n" TO flagSrtPartidas.
           MOVE "n" TO w-ctc-abierta.
           OPEN INPUT CUENTA-CORRIENTE.
           IF w-ctc-status = "00"
               MOVE "s" TO w-ctc-abierta
           END-IF.
           RETURN PARTIDAS-SORT AT END MOVE "s" TO flagSrtPartidas.
           PERFORM UNTIL flagSrtPartidas = "s"
               MOVE srt-pme-cliente TO w-pme-cliente-ant
               MOVE srt-pme-partida TO w-pme-partida-ant
               MOVE "n" TO w-pme-alta
               MOVE "n" TO w-pme-pago
               PERFORM UNTIL flagSrtPartidas = "s"
                   OR srt-pme-cliente <> w-pme-cliente-ant
                   OR srt-pme-partida <> w-pme-partida-ant
                   IF srt-pme-origen = "A"
                       MOVE "s" TO w-pme-alta
                   ELSE
                       MOVE "s" TO w-pme-pago
                   END-IF
                   RETURN PARTIDAS-SORT
                       AT END MOVE "s" TO flagSrtPartidas
                   END-RETURN
               END-PERFORM
               IF w-pme-alta = "s" AND w-pme-pago = "s"
                   PERFORM 0327-SUMAR-CANCELADA
               END-IF
           END-PERFORM.
           IF w-ctc-abierta = "s"
               CLOSE CUENTA-CORRIENTE
           END-IF.
      *
       0327-SUMAR-CANCELADA.
           MOVE "s" TO w-partida-cancelada.
           IF w-ctc-abierta = "s"
               MOVE w-pme-cliente-ant TO ctc-cliente
               MOVE w-pme-partida-ant TO ctc-factura
               READ CUENTA-CORRIENTE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE "n" TO w-partida-cancelada
               END-READ
           END-IF.
           IF w-partida-cancelada = "s"
               MOVE w-pme-cliente-ant TO cic-cliente
               PERFORM 0330-LEER-FOTO-CLIENTE
               ADD 1 TO cic-partidas
               PERFORM 0335-GRABAR-FOTO-CLIENTE
           END-IF.
      *
       0330-LEER-FOTO-CLIENTE.
           MOVE "n" TO w-registro-nuevo.
           MOVE w-mes-cierre TO cic-mes.
           READ CIERRE-CTACTE
               INVALID KEY
                   MOVE "s"         TO w-registro-nuevo
                   MOVE ZEROES      TO cic-partidas
                   MOVE ZEROES      TO cic-saldo
                   MOVE w-fecha-hoy TO cic-fecha-cierre
           END-READ.
      *
       0335-GRABAR-FOTO-CLIENTE.
           IF w-registro-nuevo = "s"
               WRITE cic-reg
           ELSE
               REWRITE cic-reg
           END-IF.
      *
       0340-TOTALIZAR-CTACTE.
           MOVE "n" TO flagFoto.
           MOVE w-mes-cierre TO cic-mes.
           MOVE ZEROES TO cic-cliente.
           START CIERRE-CTACTE KEY IS NOT LESS THAN cic-clave
               INVALID KEY MOVE "s" TO flagFoto
           END-START.
           PERFORM UNTIL flagFoto = "s"
               READ CIERRE-CTACTE NEXT RECORD
                   AT END MOVE "s" TO flagFoto
                   NOT AT END
                       IF cic-mes <> w-mes-cierre
                           MOVE "s" TO flagFoto
                       ELSE
                           IF cic-saldo <> ZEROES
                               ADD 1 TO cont-ctacte-clientes
                           END-IF
                           ADD cic-saldo TO acu-ctacte-saldo
                       END-IF
               END-READ
           END-PERFORM.
      *
      *************** RUTINAS DEPURACION FACT. PROCESADAS **************
      *
       0400-DEPURAR-PROCESADAS.
           MOVE "n" TO flagProcesadas.
           OPEN I-O REGISTRO-PROCESADAS.
           IF w-prg-status = "00"
               OPEN EXTEND ARCHIVO-PROCESADAS
               IF w-apr-status = "35"
                   OPEN OUTPUT ARCHIVO-PROCESADAS
               END-IF
               PERFORM UNTIL flagProcesadas = "s"
                   READ REGISTRO-PROCESADAS NEXT RECORD
                       AT END MOVE "s" TO flagProcesadas
                       NOT AT END
                           IF prg-fecha(1:6) = w-mes-cierre
                               MOVE w-mes-cierre TO apr-mes
                               MOVE prg-reg      TO apr-procesada
                               WRITE apr-reg
                               DELETE REGISTRO-PROCESADAS RECORD
                               ADD 1 TO cont-prg-archivados
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PROCESADAS
               CLOSE REGISTRO-PROCESADAS
           END-IF.
      *
      ********************** RUTINAS DE REAPERTURA *********************
      *
       0500-REABRIR-PERIODO.
           EVALUATE TRUE
               WHEN w-usuario = spaces
                   MOVE "n" TO w-pedido-valido
                   MOVE "USUARIO NO INFORMADO" TO w-motivo-rechazo
               WHEN w-motivo = spaces
                   MOVE "n" TO w-pedido-valido
                   MOVE "MOTIVO DE REAPERTURA NO INFORMADO"
                       TO w-motivo-rechazo
               WHEN w-periodo-estado <> "C"
                   MOVE "n" TO w-pedido-valido
                   MOVE "EL PERIODO NO ESTA CERRADO"
                       TO w-motivo-rechazo
           END-EVALUATE.
           IF w-pedido-valido = "s"
               PERFORM 0510-RESTAURAR-PROCESADAS
               PERFORM 0530-RESTAURAR-MOVIMIENTOS
               PERFORM 0550-ANULAR-FOTOS
               MOVE "A" TO w-nuevo-estado
               PERFORM 0040-GRABAR-PERIODOS
               MOVE "PERIODO REABIERTO" TO w-resultado
               PERFORM 0580-CERTIFICADO-REAPERTURA
           ELSE
               MOVE "REAPERTURA RECHAZADA" TO w-resultado
               PERFORM 0190-RECHAZAR-PEDIDO
           END-IF.
      *
       0510-RESTAURAR-PROCESADAS.
           MOVE "n" TO flagArchivo.
           OPEN INPUT ARCHIVO-PROCESADAS.
           IF w-apr-status = "00"
               OPEN OUTPUT TEMPORAL-ARCHIVO
               OPEN I-O REGISTRO-PROCESADAS
               IF w-prg-status = "35"
                   OPEN OUTPUT REGISTRO-PROCESADAS
                   CLOSE REGISTRO-PROCESADAS
                   OPEN I-O REGISTRO-PROCESADAS
               END-IF
               PERFORM UNTIL flagArchivo = "s"
                   READ ARCHIVO-PROCESADAS
                       AT END MOVE "s" TO flagArchivo
                       NOT AT END
                           IF apr-mes = w-mes-cierre
                               MOVE apr-procesada TO prg-reg
                               WRITE prg-reg
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       ADD 1 TO cont-prg-restaurados
                               END-WRITE
                           ELSE
                               WRITE tar-reg FROM apr-reg
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PROCESADAS
               CLOSE REGISTRO-PROCESADAS
               CLOSE TEMPORAL-ARCHIVO
               PERFORM 0520-REGRABAR-ARCHIVO-PRG
           END-IF.
      *
       0520-REGRABAR-ARCHIVO-PRG.
           MOVE "n" TO flagArchivo.
           OPEN INPUT TEMPORAL-ARCHIVO.
           OPEN OUTPUT ARCHIVO-PROCESADAS.
           PERFORM UNTIL flagArchivo = "s"
               READ TEMPORAL-ARCHIVO
                   AT END MOVE "s" TO flagArchivo
                   NOT AT END
                       MOVE tar-reg TO apr-reg
                       WRITE apr-reg
               END-READ
           END-PERFORM.
           CLOSE TEMPORAL-ARCHIVO.
           CLOSE ARCHIVO-PROCESADAS.
      *
       0530-RESTAURAR-MOVIMIENTOS.
           MOVE "n" TO flagArchivo.
           OPEN INPUT ARCHIVO-MOVIMIENTOS.
           IF w-amv-status = "00"
               OPEN OUTPUT TEMPORAL-ARCHIVO
               OPEN EXTEND STOCK-MOVIMIENTOS
               IF w-mov-status = "35"
                   OPEN OUTPUT STOCK-MOVIMIENTOS
               END-IF
               PERFORM UNTIL flagArchivo = "s"
                   READ ARCHIVO-MOVIMIENTOS
                       AT END MOVE "s" TO flagArchivo
                       NOT AT END
                           IF amv-mes = w-mes-cierre
                               MOVE amv-movimiento TO mov-reg
                               WRITE mov-reg
                               ADD 1 TO cont-mov-restaurados
                           ELSE
                               WRITE tar-reg FROM amv-reg
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-MOVIMIENTOS
               CLOSE STOCK-MOVIMIENTOS
               CLOSE TEMPORAL-ARCHIVO
               PERFORM 0540-REGRABAR-ARCHIVO-MOV
           END-IF.
      *
       0540-REGRABAR-ARCHIVO-MOV.
           MOVE "n" TO flagArchivo.
           OPEN INPUT TEMPORAL-ARCHIVO.
           OPEN OUTPUT ARCHIVO-MOVIMIENTOS.
           PERFORM UNTIL flagArchivo = "s"
               READ TEMPORAL-ARCHIVO
                   AT END MOVE "s" TO flagArchivo
                   NOT AT END
                       MOVE tar-reg TO amv-reg
                       WRITE amv-reg
               END-READ
           END-PERFORM.
           CLOSE TEMPORAL-ARCHIVO.
           CLOSE ARCHIVO-MOVIMIENTOS.
      *
      *    la foto de un periodo reabierto deja de ser valida; el
      *    proximo cierre la vuelve a generar
       0550-ANULAR-FOTOS.
           OPEN I-O CIERRE-STOCK.
           IF w-cis-status = "00"
               PERFORM 0205-BORRAR-FOTO-STOCK
               CLOSE CIERRE-STOCK
           END-IF.
           OPEN I-O CIERRE-CTACTE.
           IF w-cic-status = "00"
               PERFORM 0305-BORRAR-FOTO-CTACTE
               CLOSE CIERRE-CTACTE
           END-IF.
      *
       0580-CERTIFICADO-REAPERTURA.
           MOVE "CLAVES DE FACTURAS PROCESADAS RESTITUIDAS"
               TO l-toc-etiqueta.
           MOVE cont-prg-restaurados TO l-toc-cantidad.
           PERFORM 0860-LISTAR-CANTIDAD.
           MOVE "MOVIMIENTOS DE STOCK RESTITUIDOS" TO l-toc-etiqueta.
           MOVE cont-mov-restaurados TO l-toc-cantidad.
           PERFORM 0860-LISTAR-CANTIDAD.
           MOVE "RESULTADO" TO l-tot-etiqueta.
           MOVE w-resultado TO l-tot-texto.
           PERFORM 0880-LISTAR-TEXTO.
      *
      ********************** RUTINAS DE IMPRESION **********************
      *
       0800-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas to l-cie-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-cie-reg FROM cabecera-cie1
               DISPLAY lis-cie-reg
           ELSE
               WRITE lis-cie-reg FROM cabecera-cie1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-cie-reg FROM cabecera-cie2 AFTER 2.
           DISPLAY lis-cie-reg.
           MOVE w-mes-cierre TO l-ciep-mes.
           IF w-accion = "C"
               MOVE "CIERRE" TO l-ciep-accion
           ELSE
               MOVE "REAPERTURA" TO l-ciep-accion
           END-IF.
           MOVE w-usuario   TO l-ciep-usuario.
           MOVE w-fecha-hoy TO l-ciep-fecha.
           WRITE lis-cie-reg FROM cabecera-cie-par AFTER 1.
           DISPLAY lis-cie-reg.
           IF w-motivo <> spaces
               MOVE w-motivo TO l-ciem-motivo
               WRITE lis-cie-reg FROM cabecera-cie-mot AFTER 1
               DISPLAY lis-cie-reg
           END-IF.
           WRITE lis-cie-reg FROM cabecera-cie2 AFTER 1.
           DISPLAY lis-cie-reg.
      *
       0850-LISTAR-DETALLE.
           IF LINAGE-COUNTER OF LISTADO-CIERRE = 56
               PERFORM 0800-LISTAR-ENCABEZADO.
           WRITE lis-cie-reg FROM detalle-cie-dia AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-cie-reg.
      *
       0860-LISTAR-CANTIDAD.
           WRITE lis-cie-reg FROM total-cie-cant AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-cie-reg.
      *
       0870-LISTAR-IMPORTE.
           WRITE lis-cie-reg FROM total-cie-imp AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-cie-reg.
      *
       0880-LISTAR-TEXTO.
           WRITE lis-cie-reg FROM total-cie-texto
               AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-cie-reg.
      *
      ********************** RUTINAS DE FIN ****************************
      *
       0900-FIN-GENERAL.
           MOVE w-fecha-hoy   TO log-fecha.
           MOVE w-hora        TO log-hora.
           MOVE w-mes-cierre  TO log-mes.
           MOVE w-accion      TO log-accion.
           MOVE w-usuario     TO log-usuario.
           IF w-pedido-valido = "s"
               MOVE w-motivo         TO log-motivo
           ELSE
               MOVE w-motivo-rechazo TO log-motivo
           END-IF.
           MOVE w-resultado   TO log-resultado.
           WRITE log-reg.
           CLOSE LOG-CIERRES.
           CLOSE LISTADO-CIERRE.
           DISPLAY "PERIODO:                   " w-mes-cierre.
           DISPLAY "RESULTADO:                 " w-resultado.
      *
       END PROGRAM CIERRE-MENSUAL.
