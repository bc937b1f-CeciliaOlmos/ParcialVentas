      ******************************************************************
      * Author:
      * Date:
      * Purpose: Proceso mensual de intereses por mora sobre las
      *          partidas vencidas de CUENTA-CORRIENTE. Con la tasa y
      *          los dias de gracia del registro de parametros calcula
      *          el interes de cada factura atrasada, emite una nota de
      *          debito numerada por cliente que se imputa en su cuenta
      *          corriente, alimenta el libro IVA y el extracto contable
      *          en archivos propios (libro-iva-intereses.txt y
      *          extracto-intereses.txt, que el proceso diario no
      *          regenera) y lista las notas emitidas. Una partida no se
      *          cobra dos veces en el mismo mes y los clientes exentos
      *          se omiten.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTERESES-MORA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO "..\parametros.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-par-status.
           SELECT PERIODOS ASSIGN TO "..\periodos.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-per-status.
           SELECT CLIENTES ASSIGN TO "..\clientes.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is cli-cod.
           SELECT CUENTA-CORRIENTE ASSIGN TO "..\ctacte.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is ctc-clave
               FILE STATUS is w-ctc-status.
           SELECT INTERESES-COBRADOS ASSIGN TO
               "..\intereses-cobrados.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is inc-clave
               FILE STATUS is w-inc-status.
           SELECT NUMERADORES ASSIGN TO "..\numeradores.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is num-tipo
               FILE STATUS is w-num-status.
           SELECT MOVIMIENTOS-CTACTE ASSIGN TO "..\movim-ctacte.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-mcc-status.
           SELECT LIBRO-IVA ASSIGN TO "..\libro-iva-intereses.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-liv-status.
           SELECT EXTRACTO-CONTABLE ASSIGN TO
               "..\extracto-intereses.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-ext-status.
           SELECT LISTADO-INTERESES ASSIGN TO
               PRINTER, "..\impre-intereses.txt"
               ORGANIZATION is line SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS.
       01  par-reg.
           03 par-fecha-proceso       pic 9(8).
           03 par-tolerancia-rechazos pic 9(5).
           03 par-factura-pedida      pic 9(8).
           03 par-reproceso           pic X.
           03 par-tasa-interes        pic 9(2)v99.
           03 par-dias-gracia         pic 9(3).
       FD  PERIODOS.
       01  per-reg.
           03 per-mes               pic 9(6).
           03 per-estado            pic X.
               88 per-abierto       value "A".
               88 per-cerrado       value "C".
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
       FD  CUENTA-CORRIENTE.
       01  ctc-reg.
           03 ctc-clave.
               05 ctc-cliente       pic 9(5).
               05 ctc-factura       pic 9(8).
           03 ctc-fecha             pic 9(8).
           03 ctc-saldo             pic s9(10)v99.
       FD  INTERESES-COBRADOS.
       01  inc-reg.
           03 inc-clave.
               05 inc-cliente       pic 9(5).
               05 inc-factura       pic 9(8).
               05 inc-mes           pic 9(6).
           03 inc-nota-debito       pic 9(8).
           03 inc-saldo             pic s9(10)v99.
           03 inc-dias              pic 9(3).
           03 inc-interes           pic s9(9)v99.
           03 inc-fecha-proceso     pic 9(8).
       FD  NUMERADORES.
       01  num-reg.
           03 num-tipo               pic X(2).
           03 num-ultimo             pic 9(8).
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
       FD  LIBRO-IVA.
       01  liv-reg.
           03 liv-fecha             pic 9(8).
           03 liv-factura           pic 9(8).
           03 liv-cliente           pic 9(5).
           03 liv-cuit              pic 9(11).
           03 liv-cond-fiscal       pic X(2).
           03 liv-neto              pic s9(10)v99.
           03 liv-iva-21            pic s9(9)v99.
           03 liv-iva-105           pic s9(9)v99.
           03 liv-iva-27            pic s9(9)v99.
           03 liv-iva-otros         pic s9(9)v99.
           03 liv-total             pic s9(10)v99.
       FD  EXTRACTO-CONTABLE.
       01  ext-reg.
           03 ext-fecha               pic 9(8).
           03 ext-cuenta               pic 9(5).
           03 ext-cant                 pic s9(7).
           03 ext-monto                pic s9(10)v99.
           03 ext-concepto             pic X.
               88 ext-venta             value "V".
               88 ext-costo-venta       value "C".
               88 ext-interes           value "I".
       FD  LISTADO-INTERESES
           LINAGE is 61 LINES
               with FOOTING at 59
               lines at top 3
               lines at bottom 3.
       01  lis-int-reg pic x(110).
       WORKING-STORAGE SECTION.
       77  flagCtaCte              pic X.
       77  flagPeriodos            pic X.
       77  w-par-status            pic xx.
       77  w-per-status            pic xx.
       77  w-ctc-status            pic xx.
       77  w-inc-status            pic xx.
       77  w-num-status            pic xx.
       77  w-mcc-status            pic xx.
       77  w-liv-status            pic xx.
       77  w-ext-status            pic xx.
       77  w-fecha-proceso         pic 9(8).
       77  w-fecha-parametro       pic 9(8).
       77  w-mes-proceso           pic 9(6).
       77  w-periodo-estado        pic X.
       77  w-tasa-interes          pic 9(2)v99.
       77  w-dias-gracia           pic 9(3).
       77  w-alicuota-iva          pic 9(2)v99 value 21.
       77  w-base-nota-debito      pic 9(8) value 90000000.
       77  w-nota-debito           pic 9(8).
       77  w-cliente-exento        pic X.
       77  w-ya-cobrado            pic X.
       77  w-dias-atraso           pic s9(5).
       77  w-dias-cobrar           pic 9(3).
       77  w-interes-partida       pic s9(9)v99.
       77  w-iva-nota              pic s9(9)v99.
       77  acu-interes-cliente     pic s9(10)v99.
       77  acu-interes-total       pic s9(12)v99.
       77  acu-iva-total           pic s9(12)v99.
       77  cont-partidas-leidas    pic 9(7).
       77  cont-partidas-cobradas  pic 9(7).
       77  cont-partidas-repetidas pic 9(7).
       77  cont-clientes-exentos   pic 9(5).
       77  cont-notas-debito       pic 9(5).
       01  w-cont-paginas          pic 99.
       01  ctc-cliente-ant         pic 9(5).
       01  w-ctc-reg-sav           pic x(33).
       01  w-fecha-calc-a          pic 9(8).
       01  w-fecha-calc-a-r REDEFINES w-fecha-calc-a.
           03 w-fca-anio           pic 9(4).
           03 w-fca-mes            pic 99.
           03 w-fca-dia            pic 99.
       01  w-fecha-calc-b          pic 9(8).
       01  w-fecha-calc-b-r REDEFINES w-fecha-calc-b.
           03 w-fcb-anio           pic 9(4).
           03 w-fcb-mes            pic 99.
           03 w-fcb-dia            pic 99.
      *
      ************************* LINEAS DE IMPRESION ********************
      *
       01  cabecera-int1.
           03 filler       pic x(2).
           03 filler       pic x(55)
               value "NOTAS DE DEBITO POR INTERESES DE MORA".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 l-int-nro-pag pic 99.
           03 filler       pic x(3).
       01  cabecera-int2.
           03 filler       pic x(110) value all "-".
       01  cabecera-int-par.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(16) value "FECHA PROCESO: ".
           03 l-intp-fecha pic 9(8).
           03 filler       pic x(17) value "  TASA MENSUAL: ".
           03 l-intp-tasa  pic z9,99.
           03 filler       pic x(20) value " %   DIAS DE GRACIA:".
           03 l-intp-gracia pic zz9.
       01  cabecera-int3.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(5)  value "CLIEN".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(25) value "NOMBRE".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value "FACTURA".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value "FECHA".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(14) value "    SALDO VENC".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(5)  value "ATRAS".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(4)  value "COBR".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(13) value "      INTERES".
       01  cabecera-int4.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(5)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(25) value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(14) value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(5)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(4)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(13) value all "-".
       01  detalle-int.
           03 filler       pic x(2)  value spaces.
           03 l-int-cliente pic 9(5).
           03 filler       pic x(2)  value spaces.
           03 l-int-nombre pic x(25).
           03 filler       pic x(2)  value spaces.
           03 l-int-factura pic 9(8).
           03 filler       pic x(2)  value spaces.
           03 l-int-fecha  pic 9(8).
           03 filler       pic x(2)  value spaces.
           03 l-int-saldo  pic zzz.zzz.zz9,99.
           03 filler       pic x(2)  value spaces.
           03 l-int-atraso pic zzzz9.
           03 filler       pic x(3)  value spaces.
           03 l-int-dias   pic zz9.
           03 filler       pic x(2)  value spaces.
           03 l-int-interes pic zz.zzz.zz9,99.
       01  detalle-ndb.
           03 filler       pic x(9)  value spaces.
           03 filler       pic x(15) value "NOTA DE DEBITO ".
           03 l-ndb-numero pic 9(8).
           03 filler       pic x(8)  value "  NETO: ".
           03 l-ndb-neto   pic zzz.zzz.zz9,99.
           03 filler       pic x(11) value "  IVA 21%: ".
           03 l-ndb-iva    pic zz.zzz.zz9,99.
           03 filler       pic x(9)  value "  TOTAL: ".
           03 l-ndb-total  pic zzz.zzz.zz9,99.
       01  total-int.
           03 filler       pic x(2)  value spaces.
           03 l-toi-etiqueta pic x(40).
           03 filler       pic x(2)  value spaces.
           03 l-toi-importe pic zz.zzz.zzz.zz9,99.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0010-INICIO-GENERAL.
           PERFORM 0100-PROCESAR-CTACTE.
           PERFORM 0900-FIN-GENERAL.
           STOP RUN.
      *
      ********************** RUTINAS DE INICIO *************************
      *
       0010-INICIO-GENERAL.
           MOVE ZEROES TO cont-partidas-leidas.
           MOVE ZEROES TO cont-partidas-cobradas.
           MOVE ZEROES TO cont-partidas-repetidas.
           MOVE ZEROES TO cont-clientes-exentos.
           MOVE ZEROES TO cont-notas-debito.
           MOVE ZEROES TO acu-interes-total.
           MOVE ZEROES TO acu-iva-total.
           MOVE ZEROES TO w-cont-paginas.
           PERFORM 0020-LEER-PARAMETROS.
           PERFORM 0030-VERIFICAR-PERIODO.
           PERFORM 0040-ABRO-ARCHIVOS.
           PERFORM 0800-LISTAR-ENCABEZADO.
      *
       0020-LEER-PARAMETROS.
           MOVE ZEROES TO w-fecha-parametro.
           MOVE ZEROES TO w-tasa-interes.
           MOVE ZEROES TO w-dias-gracia.
           OPEN INPUT PARAMETROS.
           IF w-par-status = "00"
               READ PARAMETROS
                   AT END CONTINUE
                   NOT AT END
                       MOVE par-fecha-proceso TO w-fecha-parametro
                       IF par-tasa-interes IS NUMERIC
                           MOVE par-tasa-interes TO w-tasa-interes
                       END-IF
                       IF par-dias-gracia IS NUMERIC
                           MOVE par-dias-gracia TO w-dias-gracia
                       END-IF
               END-READ
               CLOSE PARAMETROS
           END-IF.
           IF w-fecha-parametro = ZEROES
               ACCEPT w-fecha-proceso FROM DATE YYYYMMDD
           ELSE
               MOVE w-fecha-parametro TO w-fecha-proceso
           END-IF.
           MOVE w-fecha-proceso(1:6) TO w-mes-proceso.
           IF w-tasa-interes = ZEROES
               DISPLAY "TASA DE INTERES POR MORA NO INFORMADA"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       0030-VERIFICAR-PERIODO.
           MOVE "A" TO w-periodo-estado.
           MOVE "n" TO flagPeriodos.
           OPEN INPUT PERIODOS.
           IF w-per-status = "00"
               PERFORM UNTIL flagPeriodos = "s"
                   READ PERIODOS
                       AT END MOVE "s" TO flagPeriodos
                       NOT AT END
                           IF per-mes = w-mes-proceso
                               MOVE per-estado TO w-periodo-estado
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIODOS
           END-IF.
           IF w-periodo-estado = "C"
               DISPLAY "FECHA DE PROCESO EN PERIODO CONTABLE CERRADO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *
       0040-ABRO-ARCHIVOS.
           OPEN INPUT CLIENTES.
           OPEN I-O CUENTA-CORRIENTE.
           IF w-ctc-status = "35"
               OPEN OUTPUT CUENTA-CORRIENTE
               CLOSE CUENTA-CORRIENTE
               OPEN I-O CUENTA-CORRIENTE
           END-IF.
           OPEN I-O INTERESES-COBRADOS.
           IF w-inc-status = "35"
               OPEN OUTPUT INTERESES-COBRADOS
               CLOSE INTERESES-COBRADOS
               OPEN I-O INTERESES-COBRADOS
           END-IF.
           OPEN I-O NUMERADORES.
           IF w-num-status = "35"
               OPEN OUTPUT NUMERADORES
               CLOSE NUMERADORES
               OPEN I-O NUMERADORES
           END-IF.
           OPEN EXTEND MOVIMIENTOS-CTACTE.
           IF w-mcc-status = "35"
               OPEN OUTPUT MOVIMIENTOS-CTACTE
           END-IF.
           OPEN EXTEND LIBRO-IVA.
           IF w-liv-status = "35"
               OPEN OUTPUT LIBRO-IVA
           END-IF.
           OPEN EXTEND EXTRACTO-CONTABLE.
           IF w-ext-status = "35"
               OPEN OUTPUT EXTRACTO-CONTABLE
           END-IF.
           OPEN OUTPUT LISTADO-INTERESES.
      *
      ****************** RUTINAS RECORRIDO CTA. CTE. *******************
      *
       0100-PROCESAR-CTACTE.
           MOVE "n" TO flagCtaCte.
           MOVE ZEROES TO ctc-cliente.
           MOVE ZEROES TO ctc-factura.
           START CUENTA-CORRIENTE KEY IS NOT LESS THAN ctc-clave
               INVALID KEY MOVE "s" TO flagCtaCte
           END-START.
           IF flagCtaCte <> "s"
               PERFORM 0120-LEER-CTACTE
           END-IF.
           PERFORM UNTIL flagCtaCte = "s"
               PERFORM 0130-INICIO-CLIENTE
               PERFORM UNTIL flagCtaCte = "s"
                   OR ctc-cliente <> ctc-cliente-ant
                   PERFORM 0140-PROCESAR-PARTIDA
                   PERFORM 0120-LEER-CTACTE
               END-PERFORM
               PERFORM 0180-FIN-CLIENTE
           END-PERFORM.
      *
       0120-LEER-CTACTE.
           READ CUENTA-CORRIENTE NEXT RECORD
               AT END MOVE "s" TO flagCtaCte.
           IF flagCtaCte <> "s"
               ADD 1 TO cont-partidas-leidas
           END-IF.
      *
       0130-INICIO-CLIENTE.
           MOVE ctc-cliente TO ctc-cliente-ant.
           MOVE ZEROES TO acu-interes-cliente.
           MOVE ZEROES TO w-nota-debito.
           MOVE "n" TO w-cliente-exento.
           MOVE ctc-cliente TO cli-cod.
           READ CLIENTES
               INVALID KEY
                   MOVE spaces   TO cli-nombre
                   MOVE ZEROES   TO cli-cuit
                   MOVE spaces   TO cli-cond-fiscal
                   MOVE "N"      TO cli-exento-interes
           END-READ.
           IF cli-exento
               MOVE "s" TO w-cliente-exento
               ADD 1 TO cont-clientes-exentos
           END-IF.
      *
       0140-PROCESAR-PARTIDA.
           IF w-cliente-exento = "n"
               AND ctc-saldo > ZEROES
               AND ctc-factura <> ZEROES
               AND ctc-factura < w-base-nota-debito
               MOVE ctc-fecha TO w-fecha-calc-a
               PERFORM 0145-CALCULAR-DIAS-ATRASO
               IF w-dias-atraso > w-dias-gracia
                   PERFORM 0150-CALCULAR-INTERES
               END-IF
           END-IF.
      *
       0145-CALCULAR-DIAS-ATRASO.
           MOVE w-fecha-proceso TO w-fecha-calc-b.
           COMPUTE w-dias-atraso =
               (w-fcb-anio - w-fca-anio) * 360
               + (w-fcb-mes - w-fca-mes) * 30
               + (w-fcb-dia - w-fca-dia).
      *
       0150-CALCULAR-INTERES.
           IF w-dias-atraso - w-dias-gracia > 30
               MOVE 30 TO w-dias-cobrar
           ELSE
               COMPUTE w-dias-cobrar = w-dias-atraso - w-dias-gracia
           END-IF.
           COMPUTE w-interes-partida ROUNDED =
               ctc-saldo * w-tasa-interes / 100 * w-dias-cobrar / 30.
           IF w-interes-partida > ZEROES
               PERFORM 0155-VERIFICAR-YA-COBRADO
               IF w-ya-cobrado = "s"
                   ADD 1 TO cont-partidas-repetidas
               ELSE
                   PERFORM 0160-COBRAR-PARTIDA
               END-IF
           END-IF.
      *
       0155-VERIFICAR-YA-COBRADO.
           MOVE "n" TO w-ya-cobrado.
           MOVE ctc-cliente   TO inc-cliente.
           MOVE ctc-factura   TO inc-factura.
           MOVE w-mes-proceso TO inc-mes.
           READ INTERESES-COBRADOS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "s" TO w-ya-cobrado
           END-READ.
      *
       0160-COBRAR-PARTIDA.
           IF w-nota-debito = ZEROES
               PERFORM 0165-TOMAR-NUMERO-NOTA
           END-IF.
           MOVE ctc-cliente       TO inc-cliente.
           MOVE ctc-factura       TO inc-factura.
           MOVE w-mes-proceso     TO inc-mes.
           MOVE w-nota-debito     TO inc-nota-debito.
           MOVE ctc-saldo         TO inc-saldo.
           MOVE w-dias-cobrar     TO inc-dias.
           MOVE w-interes-partida TO inc-interes.
           MOVE w-fecha-proceso   TO inc-fecha-proceso.
           WRITE inc-reg.
           ADD w-interes-partida TO acu-interes-cliente.
           ADD 1 TO cont-partidas-cobradas.
           MOVE ctc-cliente       TO l-int-cliente.
           MOVE cli-nombre        TO l-int-nombre.
           MOVE ctc-factura       TO l-int-factura.
           MOVE ctc-fecha         TO l-int-fecha.
           MOVE ctc-saldo         TO l-int-saldo.
           MOVE w-dias-atraso     TO l-int-atraso.
           MOVE w-dias-cobrar     TO l-int-dias.
           MOVE w-interes-partida TO l-int-interes.
           PERFORM 0850-LISTAR-DETALLE.
      *
       0165-TOMAR-NUMERO-NOTA.
           MOVE "ND" TO num-tipo.
           READ NUMERADORES
               INVALID KEY
                   MOVE "ND" TO num-tipo
                   COMPUTE num-ultimo = w-base-nota-debito + 1
                   WRITE num-reg
               NOT INVALID KEY
                   ADD 1 TO num-ultimo
                   REWRITE num-reg
           END-READ.
           MOVE num-ultimo TO w-nota-debito.
      *
      ****************** RUTINAS EMISION NOTA DE DEBITO ****************
      *
       0180-FIN-CLIENTE.
           IF acu-interes-cliente > ZEROES
               COMPUTE w-iva-nota ROUNDED =
                   acu-interes-cliente * w-alicuota-iva / 100
               PERFORM 0182-GRABAR-CTACTE-NOTA
               PERFORM 0184-GRABAR-MOVIMIENTO-NOTA
               PERFORM 0186-GRABAR-LIBRO-IVA
               PERFORM 0188-GRABAR-EXTRACTO-CONTABLE
               PERFORM 0190-LISTAR-NOTA-DEBITO
               ADD 1 TO cont-notas-debito
               ADD acu-interes-cliente TO acu-interes-total
               ADD w-iva-nota          TO acu-iva-total
           END-IF.
      *
       0182-GRABAR-CTACTE-NOTA.
           MOVE ctc-reg TO w-ctc-reg-sav.
           MOVE ctc-cliente-ant   TO ctc-cliente.
           MOVE w-nota-debito     TO ctc-factura.
           MOVE w-fecha-proceso   TO ctc-fecha.
           COMPUTE ctc-saldo = acu-interes-cliente + w-iva-nota.
           WRITE ctc-reg
               INVALID KEY
                   DISPLAY "NOTA DE DEBITO DUPLICADA EN CTA.CTE.: "
                       w-nota-debito
           END-WRITE.
           MOVE w-ctc-reg-sav TO ctc-reg.
      *
       0184-GRABAR-MOVIMIENTO-NOTA.
           MOVE ctc-cliente-ant   TO mcc-cliente.
           MOVE w-fecha-proceso   TO mcc-fecha.
           MOVE "D"               TO mcc-tipo.
           MOVE w-nota-debito     TO mcc-comprobante.
           MOVE ZEROES            TO mcc-aplicado-a.
           COMPUTE mcc-importe = acu-interes-cliente + w-iva-nota.
           MOVE w-fecha-proceso   TO mcc-fecha-proceso.
           WRITE mcc-reg.
      *
       0186-GRABAR-LIBRO-IVA.
           MOVE w-fecha-proceso     TO liv-fecha.
           MOVE w-nota-debito       TO liv-factura.
           MOVE ctc-cliente-ant     TO liv-cliente.
           MOVE cli-cuit            TO liv-cuit.
           MOVE cli-cond-fiscal     TO liv-cond-fiscal.
           MOVE acu-interes-cliente TO liv-neto.
           MOVE w-iva-nota          TO liv-iva-21.
           MOVE ZEROES              TO liv-iva-105.
           MOVE ZEROES              TO liv-iva-27.
           MOVE ZEROES              TO liv-iva-otros.
           COMPUTE liv-total = acu-interes-cliente + w-iva-nota.
           WRITE liv-reg.
      *
       0188-GRABAR-EXTRACTO-CONTABLE.
           MOVE w-fecha-proceso     TO ext-fecha.
           MOVE ctc-cliente-ant     TO ext-cuenta.
           MOVE 1                   TO ext-cant.
           MOVE acu-interes-cliente TO ext-monto.
           MOVE "I"                 TO ext-concepto.
           WRITE ext-reg.
      *
       0190-LISTAR-NOTA-DEBITO.
           MOVE w-nota-debito       TO l-ndb-numero.
           MOVE acu-interes-cliente TO l-ndb-neto.
           MOVE w-iva-nota          TO l-ndb-iva.
           COMPUTE l-ndb-total = acu-interes-cliente + w-iva-nota.
           IF LINAGE-COUNTER OF LISTADO-INTERESES = 56
               PERFORM 0800-LISTAR-ENCABEZADO.
           WRITE lis-int-reg FROM detalle-ndb AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-int-reg.
           MOVE spaces TO lis-int-reg.
           WRITE lis-int-reg AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
      *
      ********************** RUTINAS DE IMPRESION **********************
      *
       0800-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas to l-int-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-int-reg FROM cabecera-int1
               DISPLAY lis-int-reg
           ELSE
               WRITE lis-int-reg FROM cabecera-int1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-int-reg FROM cabecera-int2 AFTER 2.
           DISPLAY lis-int-reg.
           MOVE w-fecha-proceso TO l-intp-fecha.
           MOVE w-tasa-interes  TO l-intp-tasa.
           MOVE w-dias-gracia   TO l-intp-gracia.
           WRITE lis-int-reg FROM cabecera-int-par AFTER 1.
           DISPLAY lis-int-reg.
           WRITE lis-int-reg FROM cabecera-int3 AFTER 2.
           DISPLAY lis-int-reg.
           WRITE lis-int-reg FROM cabecera-int4.
           DISPLAY lis-int-reg.
      *
       0850-LISTAR-DETALLE.
           IF LINAGE-COUNTER OF LISTADO-INTERESES = 56
               PERFORM 0800-LISTAR-ENCABEZADO.
           WRITE lis-int-reg FROM detalle-int AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-int-reg.
      *
       0860-LISTAR-TOTAL.
           WRITE lis-int-reg FROM total-int AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-int-reg.
      *
      ********************** RUTINAS DE FIN ****************************
      *
       0900-FIN-GENERAL.
           MOVE "TOTAL INTERESES (NETO)" TO l-toi-etiqueta.
           MOVE acu-interes-total TO l-toi-importe.
           PERFORM 0860-LISTAR-TOTAL.
           MOVE "TOTAL IVA SOBRE INTERESES" TO l-toi-etiqueta.
           MOVE acu-iva-total TO l-toi-importe.
           PERFORM 0860-LISTAR-TOTAL.
           MOVE "TOTAL NOTAS DE DEBITO" TO l-toi-etiqueta.
           COMPUTE l-toi-importe = acu-interes-total + acu-iva-total.
           PERFORM 0860-LISTAR-TOTAL.
           CLOSE CLIENTES.
           CLOSE CUENTA-CORRIENTE.
           CLOSE INTERESES-COBRADOS.
           CLOSE NUMERADORES.
           CLOSE MOVIMIENTOS-CTACTE.
           CLOSE LIBRO-IVA.
           CLOSE EXTRACTO-CONTABLE.
           CLOSE LISTADO-INTERESES.
           DISPLAY "PARTIDAS LEIDAS:           " cont-partidas-leidas.
           DISPLAY "PARTIDAS CON INTERES:      " cont-partidas-cobradas.
           DISPLAY "PARTIDAS YA COBRADAS MES:  "
               cont-partidas-repetidas.
           DISPLAY "CLIENTES EXENTOS:          " cont-clientes-exentos.
           DISPLAY "NOTAS DE DEBITO EMITIDAS:  " cont-notas-debito.
      *
       END PROGRAM INTERESES-MORA.
