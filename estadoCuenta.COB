      ******************************************************************
      * Author:
      * Date:
      * Purpose: Estado de cuenta corriente de clientes a partir del
      *          registro permanente de movimientos (facturas, notas de
      *          credito y debito, recibos, pagos a cuenta y saldos
      *          iniciales de la puesta en marcha). Para cada
      *          cliente del rango pedido emite saldo anterior, los
      *          movimientos del periodo con saldo acumulado y el saldo
      *          final, una hoja nueva por cliente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTADO-CUENTA-CLIENTES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS-ESTADO ASSIGN TO "..\param-estado.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-pes-status.
           SELECT MOVIMIENTOS-CTACTE ASSIGN TO "..\movim-ctacte.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-mcc-status.
           SELECT MOVIMIENTOS-SORT ASSIGN TO "sortwork".
           SELECT CLIENTES ASSIGN TO "..\clientes.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is cli-cod.
           SELECT LISTADO-ESTADOS ASSIGN TO
               PRINTER, "..\impre-estado-cuenta.txt"
               ORGANIZATION is line SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-ESTADO.
       01  pes-reg.
           03 pes-cliente-desde     pic 9(5).
           03 pes-cliente-hasta     pic 9(5).
           03 pes-fecha-desde       pic 9(8).
           03 pes-fecha-hasta       pic 9(8).
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
               88 mcc-saldo-inicial value "S".
           03 mcc-comprobante       pic 9(8).
           03 mcc-aplicado-a        pic 9(8).
           03 mcc-importe           pic s9(10)v99.
           03 mcc-fecha-proceso     pic 9(8).
       SD  MOVIMIENTOS-SORT.
       01  srt-mcc-reg.
           03 srt-mcc-cliente       pic 9(5).
           03 srt-mcc-fecha         pic 9(8).
           03 srt-mcc-tipo          pic X.
           03 srt-mcc-comprobante   pic 9(8).
           03 srt-mcc-aplicado-a    pic 9(8).
           03 srt-mcc-importe       pic s9(10)v99.
       FD  CLIENTES.
       01  cli-reg.
           03 cli-cod               pic 9(5).
           03 cli-nombre            pic X(25).
           03 cli-limite-credito    pic 9(9)v99.
           03 cli-cuit              pic 9(11).
           03 cli-cond-fiscal       pic X(2).
           03 cli-estado            pic X.
               88 cli-activo        value "A".
               88 cli-bloqueado     value "B".
           03 cli-exento-interes    pic X.
               88 cli-exento        value "S".
       FD  LISTADO-ESTADOS
           LINAGE is 61 LINES
               with FOOTING at 59
               lines at top 3
               lines at bottom 3.
       01  lis-est-reg pic x(110).
       WORKING-STORAGE SECTION.
       77  flagMovimientos         pic X.
       77  flagSrtMovimientos      pic X.
       77  w-pes-status            pic xx.
       77  w-mcc-status            pic xx.
       77  w-fecha-proceso         pic 9(8).
       77  w-cliente-desde         pic 9(5).
       77  w-cliente-hasta         pic 9(5).
       77  w-fecha-desde           pic 9(8).
       77  w-fecha-hasta           pic 9(8).
       77  w-estado-iniciado       pic X.
       77  w-primera-hoja          pic X.
       77  acu-saldo-anterior      pic s9(12)v99.
       77  acu-saldo-cliente       pic s9(12)v99.
       77  acu-debe-periodo        pic s9(12)v99.
       77  acu-haber-periodo       pic s9(12)v99.
       77  cont-mov-leidos         pic 9(7).
       77  cont-estados            pic 9(5).
       01  w-cont-paginas          pic 99.
       01  srt-mcc-cliente-ant     pic 9(5).
      *
      ************************* LINEAS DE IMPRESION ********************
      *
       01  cabecera-est1.
           03 filler       pic x(2).
           03 filler       pic x(55) value "ESTADO DE CUENTA CORRIENTE".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 l-est-nro-pag pic 99.
           03 filler       pic x(3).
       01  cabecera-est2.
           03 filler       pic x(110) value all "-".
       01  cabecera-est-cli.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(9)  value "CLIENTE: ".
           03 l-estc-cliente pic 9(5).
           03 filler       pic x(2)  value spaces.
           03 l-estc-nombre pic x(25).
           03 filler       pic x(8)  value "  CUIT: ".
           03 l-estc-cuit  pic 9(11).
           03 filler       pic x(13) value "  COND. IVA: ".
           03 l-estc-cond  pic x(2).
       01  cabecera-est-per.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(15) value "PERIODO DESDE: ".
           03 l-estp-desde pic 9(8).
           03 filler       pic x(9)  value "  HASTA: ".
           03 l-estp-hasta pic 9(8).
       01  cabecera-est3.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value "FECHA".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(24) value "CONCEPTO".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value "COMPROB.".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value "APLIC. A".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(14) value "          DEBE".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(14) value "         HABER".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(15) value "          SALDO".
       01  cabecera-est4.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(24) value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(14) value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(14) value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(15) value all "-".
       01  detalle-est.
           03 filler       pic x(2)  value spaces.
           03 l-est-fecha  pic 9(8).
           03 filler       pic x(2)  value spaces.
           03 l-est-concepto pic x(24).
           03 filler       pic x(2)  value spaces.
           03 l-est-comprobante pic 9(8).
           03 filler       pic x(2)  value spaces.
           03 l-est-aplicado pic x(8).
           03 filler       pic x(2)  value spaces.
           03 l-est-debe   pic zzz.zzz.zz9,99 blank when zero.
           03 filler       pic x(2)  value spaces.
           03 l-est-haber  pic zzz.zzz.zz9,99 blank when zero.
           03 filler       pic x(2)  value spaces.
           03 l-est-saldo  pic -zzz.zzz.zz9,99.
       01  saldo-est.
           03 filler       pic x(2)  value spaces.
           03 l-sest-etiqueta pic x(40).
           03 filler       pic x(14) value spaces.
           03 l-sest-debe  pic zzz.zzz.zz9,99 blank when zero.
           03 filler       pic x(2)  value spaces.
           03 l-sest-haber pic zzz.zzz.zz9,99 blank when zero.
           03 filler       pic x(2)  value spaces.
           03 l-sest-saldo pic -zzz.zzz.zz9,99.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0010-INICIO-GENERAL.
           PERFORM 0020-LEER-PARAMETROS.
           SORT MOVIMIENTOS-SORT
               ASCENDING srt-mcc-cliente
               ASCENDING srt-mcc-fecha
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 0100-SELECCIONAR-MOVIMIENTOS
               OUTPUT PROCEDURE IS 0200-EMITIR-ESTADOS.
           PERFORM 0900-FIN-GENERAL.
           STOP RUN.
      *
      ********************** RUTINAS DE INICIO *************************
      *
       0010-INICIO-GENERAL.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           MOVE ZEROES TO cont-mov-leidos.
           MOVE ZEROES TO cont-estados.
           MOVE "s" TO w-primera-hoja.
           OPEN INPUT CLIENTES.
           OPEN OUTPUT LISTADO-ESTADOS.
      *
       0020-LEER-PARAMETROS.
           MOVE ZEROES          TO w-cliente-desde.
           MOVE 99999           TO w-cliente-hasta.
           MOVE ZEROES          TO w-fecha-desde.
           MOVE w-fecha-proceso TO w-fecha-hasta.
           OPEN INPUT PARAMETROS-ESTADO.
           IF w-pes-status = "00"
               READ PARAMETROS-ESTADO
                   AT END CONTINUE
                   NOT AT END
                       PERFORM 0025-TOMAR-PARAMETROS
               END-READ
               CLOSE PARAMETROS-ESTADO
           END-IF.
           DISPLAY "ESTADOS DE CUENTA CLIENTES " w-cliente-desde
               " A " w-cliente-hasta " - PERIODO " w-fecha-desde
               " A " w-fecha-hasta.
      *
       0025-TOMAR-PARAMETROS.
           IF pes-cliente-desde IS NUMERIC
               MOVE pes-cliente-desde TO w-cliente-desde
           END-IF.
           IF pes-cliente-hasta IS NUMERIC
               AND pes-cliente-hasta <> ZEROES
               MOVE pes-cliente-hasta TO w-cliente-hasta
           END-IF.
           IF pes-fecha-desde IS NUMERIC
               MOVE pes-fecha-desde TO w-fecha-desde
           END-IF.
           IF pes-fecha-hasta IS NUMERIC
               AND pes-fecha-hasta <> ZEROES
               MOVE pes-fecha-hasta TO w-fecha-hasta
           END-IF.
      *
      ************** RUTINAS SELECCION DE MOVIMIENTOS (INPUT) **********
      *
       0100-SELECCIONAR-MOVIMIENTOS.
           MOVE "n" TO flagMovimientos.
           OPEN INPUT MOVIMIENTOS-CTACTE.
           IF w-mcc-status = "35"
               OPEN OUTPUT MOVIMIENTOS-CTACTE
               CLOSE MOVIMIENTOS-CTACTE
               OPEN INPUT MOVIMIENTOS-CTACTE
           END-IF.
           PERFORM 0120-LEER-MOVIMIENTO.
           PERFORM UNTIL flagMovimientos = "s"
               IF mcc-cliente NOT < w-cliente-desde
                   AND mcc-cliente NOT > w-cliente-hasta
                   AND mcc-fecha NOT > w-fecha-hasta
                   PERFORM 0130-RELEASE-MOVIMIENTO
               END-IF
               PERFORM 0120-LEER-MOVIMIENTO
           END-PERFORM.
           CLOSE MOVIMIENTOS-CTACTE.
      *
       0120-LEER-MOVIMIENTO.
           READ MOVIMIENTOS-CTACTE AT END MOVE "s" TO flagMovimientos.
           IF flagMovimientos <> "s"
               ADD 1 TO cont-mov-leidos
           END-IF.
      *
       0130-RELEASE-MOVIMIENTO.
           MOVE mcc-cliente     TO srt-mcc-cliente.
           MOVE mcc-fecha       TO srt-mcc-fecha.
           MOVE mcc-tipo        TO srt-mcc-tipo.
           MOVE mcc-comprobante TO srt-mcc-comprobante.
           MOVE mcc-aplicado-a  TO srt-mcc-aplicado-a.
           MOVE mcc-importe     TO srt-mcc-importe.
           RELEASE srt-mcc-reg.
      *
      ************** RUTINAS EMISION DE ESTADOS (OUTPUT) ***************
      *
       0200-EMITIR-ESTADOS.
           MOVE "n" TO flagSrtMovimientos.
           PERFORM 0220-LEER-REGISTRO-SRT-MCC.
           PERFORM UNTIL flagSrtMovimientos = "s"
               PERFORM 0230-INICIO-CLIENTE
               PERFORM UNTIL flagSrtMovimientos = "s"
                   OR srt-mcc-cliente <> srt-mcc-cliente-ant
                   PERFORM 0240-SUMO-MOVIMIENTO
                   PERFORM 0220-LEER-REGISTRO-SRT-MCC
               END-PERFORM
               PERFORM 0280-FIN-CLIENTE
           END-PERFORM.
      *
       0220-LEER-REGISTRO-SRT-MCC.
           RETURN MOVIMIENTOS-SORT
               AT END MOVE "s" TO flagSrtMovimientos.
      *
       0230-INICIO-CLIENTE.
           MOVE srt-mcc-cliente TO srt-mcc-cliente-ant.
           MOVE "n" TO w-estado-iniciado.
           MOVE ZEROES TO acu-saldo-anterior.
           MOVE ZEROES TO acu-debe-periodo.
           MOVE ZEROES TO acu-haber-periodo.
           MOVE srt-mcc-cliente TO cli-cod.
           READ CLIENTES
               INVALID KEY
                   MOVE "*** CLIENTE INEXISTENTE ***" TO cli-nombre
                   MOVE ZEROES TO cli-cuit
                   MOVE spaces TO cli-cond-fiscal
           END-READ.
      *
       0240-SUMO-MOVIMIENTO.
           IF srt-mcc-fecha < w-fecha-desde
               ADD srt-mcc-importe TO acu-saldo-anterior
           ELSE
               IF w-estado-iniciado = "n"
                   PERFORM 0250-INICIAR-ESTADO
               END-IF
               PERFORM 0260-LISTAR-MOVIMIENTO
           END-IF.
      *
       0250-INICIAR-ESTADO.
           MOVE "s" TO w-estado-iniciado.
           ADD 1 TO cont-estados.
           MOVE ZEROES TO w-cont-paginas.
           MOVE acu-saldo-anterior TO acu-saldo-cliente.
           PERFORM 0800-LISTAR-ENCABEZADO.
           MOVE "SALDO ANTERIOR" TO l-sest-etiqueta.
           MOVE ZEROES TO l-sest-debe.
           MOVE ZEROES TO l-sest-haber.
           MOVE acu-saldo-anterior TO l-sest-saldo.
           PERFORM 0860-LISTAR-SALDO.
      *
       0260-LISTAR-MOVIMIENTO.
           ADD srt-mcc-importe TO acu-saldo-cliente.
           MOVE srt-mcc-fecha       TO l-est-fecha.
           MOVE srt-mcc-comprobante TO l-est-comprobante.
           IF srt-mcc-aplicado-a = ZEROES
               MOVE spaces             TO l-est-aplicado
           ELSE
               MOVE srt-mcc-aplicado-a TO l-est-aplicado
           END-IF.
           EVALUATE TRUE
               WHEN srt-mcc-tipo = "F"
                   MOVE "FACTURA" TO l-est-concepto
               WHEN srt-mcc-tipo = "A"
                   MOVE "NOTA DE CREDITO" TO l-est-concepto
               WHEN srt-mcc-tipo = "D"
                   MOVE "NOTA DE DEBITO" TO l-est-concepto
               WHEN srt-mcc-tipo = "R"
                   MOVE "RECIBO - APLICACION" TO l-est-concepto
               WHEN srt-mcc-tipo = "C" AND srt-mcc-importe < ZEROES
                   MOVE "RECIBO - PAGO A CUENTA" TO l-est-concepto
               WHEN srt-mcc-tipo = "C"
                   MOVE "USO DE PAGO A CUENTA" TO l-est-concepto
               WHEN srt-mcc-tipo = "S"
                   MOVE "SALDO INICIAL" TO l-est-concepto
               WHEN OTHER
                   MOVE "MOVIMIENTO" TO l-est-concepto
           END-EVALUATE.
           IF srt-mcc-importe < ZEROES
               MOVE ZEROES TO l-est-debe
               COMPUTE l-est-haber = 0 - srt-mcc-importe
               SUBTRACT srt-mcc-importe FROM acu-haber-periodo
           ELSE
               MOVE srt-mcc-importe TO l-est-debe
               MOVE ZEROES TO l-est-haber
               ADD srt-mcc-importe TO acu-debe-periodo
           END-IF.
           MOVE acu-saldo-cliente TO l-est-saldo.
           PERFORM 0850-LISTAR-DETALLE.
      *
       0280-FIN-CLIENTE.
           IF w-estado-iniciado = "n" AND acu-saldo-anterior <> ZEROES
               PERFORM 0250-INICIAR-ESTADO
           END-IF.
           IF w-estado-iniciado = "s"
               MOVE "TOTALES DEL PERIODO" TO l-sest-etiqueta
               MOVE acu-debe-periodo      TO l-sest-debe
               MOVE acu-haber-periodo     TO l-sest-haber
               MOVE ZEROES                TO l-sest-saldo
               PERFORM 0860-LISTAR-SALDO
               MOVE spaces TO l-sest-etiqueta
               STRING "SALDO AL " DELIMITED BY SIZE
                   w-fecha-hasta DELIMITED BY SIZE
                   INTO l-sest-etiqueta
               END-STRING
               MOVE ZEROES            TO l-sest-debe
               MOVE ZEROES            TO l-sest-haber
               MOVE acu-saldo-cliente TO l-sest-saldo
               PERFORM 0860-LISTAR-SALDO
           END-IF.
      *
      ********************** RUTINAS DE IMPRESION **********************
      *
       0800-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas to l-est-nro-pag.
           IF w-primera-hoja = "s"
               MOVE "n" TO w-primera-hoja
               WRITE lis-est-reg FROM cabecera-est1
               DISPLAY lis-est-reg
           ELSE
               WRITE lis-est-reg FROM cabecera-est1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-est-reg FROM cabecera-est2 AFTER 2.
           DISPLAY lis-est-reg.
           MOVE srt-mcc-cliente-ant TO l-estc-cliente.
           MOVE cli-nombre          TO l-estc-nombre.
           MOVE cli-cuit            TO l-estc-cuit.
           MOVE cli-cond-fiscal     TO l-estc-cond.
           WRITE lis-est-reg FROM cabecera-est-cli AFTER 1.
           DISPLAY lis-est-reg.
           MOVE w-fecha-desde       TO l-estp-desde.
           MOVE w-fecha-hasta       TO l-estp-hasta.
           WRITE lis-est-reg FROM cabecera-est-per AFTER 1.
           DISPLAY lis-est-reg.
           WRITE lis-est-reg FROM cabecera-est3 AFTER 2.
           DISPLAY lis-est-reg.
           WRITE lis-est-reg FROM cabecera-est4.
           DISPLAY lis-est-reg.
      *
       0850-LISTAR-DETALLE.
           IF LINAGE-COUNTER OF LISTADO-ESTADOS = 56
               PERFORM 0800-LISTAR-ENCABEZADO.
           WRITE lis-est-reg FROM detalle-est AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-est-reg.
      *
       0860-LISTAR-SALDO.
           WRITE lis-est-reg FROM saldo-est AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-est-reg.
      *
      ********************** RUTINAS DE FIN ****************************
      *
       0900-FIN-GENERAL.
           CLOSE CLIENTES.
           CLOSE LISTADO-ESTADOS.
           DISPLAY "MOVIMIENTOS LEIDOS:  " cont-mov-leidos.
           DISPLAY "ESTADOS EMITIDOS:    " cont-estados.
      *
       END PROGRAM ESTADO-CUENTA-CLIENTES.
