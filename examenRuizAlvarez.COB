               ACCESS MODE is RANDOM
               RECORD KEY is stk_clave.
           SELECT STOCK-MOVIMIENTOS ASSIGN TO "..\stock-movim.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-mov-status.
           SELECT PRECIOS-HIST ASSIGN TO "..\precios.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is DYNAMIC
               ACCESS MODE is DYNAMIC
               RECORD KEY is ctc-clave
               FILE STATUS is w-ctc-status.
           SELECT MOVIMIENTOS-CTACTE ASSIGN TO "..\movim-ctacte.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-mcc-status.
           SELECT VENTAS-SORT ASSIGN TO "SORTWORK".
           SELECT VENTAS-ACT ASSIGN TO "..\ventas-act.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT FACTURAS-VENDEDOR-SORT ASSIGN TO "sortwork".
           SELECT FACTURAS-DOC-SORT ASSIGN TO "sortwork".
           SELECT LIBRO-IVA-SORT ASSIGN TO "sortwork".
           SELECT MARGEN-SORT ASSIGN TO "sortwork".
           SELECT CONSOLIDADO-MENSUAL ASSIGN TO "..\consolidado.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-con-status.
               ORGANIZATION is line SEQUENTIAL.
           SELECT RANKING-TRABAJO ASSIGN TO "..\ranking-trabajo.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT MARGEN-TRABAJO ASSIGN TO "..\margen-trabajo.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT ORDENES-COMPRA ASSIGN TO "..\ordenes-compra.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is odc-clave
               FILE STATUS is w-odc-status.
           SELECT OBSERVACIONES-RECEPCION ASSIGN TO
               "..\obs-recepciones.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-obr-status.
           SELECT COSTOS ASSIGN TO "..\costos.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is cst-art
               FILE STATUS is w-cst-status.
           SELECT HISTORIA-VENTAS ASSIGN TO "..\historia-ventas.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is hve-clave
               FILE STATUS is w-hve-status.
           SELECT CLIENTES-DIA ASSIGN TO "..\clientes-dia.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT EXCEPCIONES-ARTICULO ASSIGN TO
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-par-status.
           SELECT CONTROL-EJECUCION ASSIGN TO "..\control-ejecucion.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-ctl-status.
           SELECT PERIODOS ASSIGN TO "..\periodos.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-per-status.
           SELECT LISTADO-IVA ASSIGN TO
               PRINTER, "..\impre-libro-iva.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT LISTADO-MARGEN ASSIGN TO
               PRINTER, "..\impre-margen.txt"
               ORGANIZATION is line SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VENTAS.
           03 art_estado           pic X.
               88 art-activo        value "A".
               88 art-inactivo      value "I".
           03 art_proveedor        pic X(10).
       FD  STOCK.
       01  stk_reg.
           03 stk_clave.
           03 mov-tipo             pic X.
               88 mov-egreso-venta   value "E".
               88 mov-ingreso-compra value "I".
               88 mov-ajuste-inventario value "A".
               88 mov-salida-transf  value "S".
               88 mov-entrada-transf value "R".
           03 mov-dep              pic 99.
           03 mov-art              pic 9(5).
           03 mov-fecha            pic 9(8).
           03 cli-estado            pic X.
               88 cli-activo        value "A".
               88 cli-bloqueado     value "B".
           03 cli-exento-interes    pic X.
               88 cli-exento        value "S".
       FD  COBRANZAS.
       01  cob-reg.
           03 cob-cliente           pic 9(5).
           03 cob-fecha             pic 9(8).
           03 cob-importe           pic 9(10)v99.
           03 cob-recibo            pic 9(8).
       FD  RECEPCIONES.
       01  rcp-reg.
           03 rcp-dep               pic 99.
           03 rcp-fecha             pic 9(8).
           03 rcp-cant              pic 9(5).
           03 rcp-proveedor         pic x(10).
           03 rcp-costo-unit        pic 9(6)v99.
           03 rcp-orden             pic 9(6).
       FD  REGISTRO-PROCESADAS.
       01  prg-reg.
           03 prg-clave.
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
       FD  VENTAS-ACT.
       01  act-ven-reg.
           03 act-ven-fecha        pic 9(8).
           03 rkt-nombre             pic X(20).
           03 rkt-cant               pic s9999.
           03 rkt-monto              pic s9(10)v99.
       FD  MARGEN-TRABAJO.
       01  mgt-reg.
           03 mgt-dep                pic 99.
           03 mgt-art                pic 9(5).
           03 mgt-nombre             pic X(20).
           03 mgt-cant               pic s9999.
           03 mgt-venta              pic s9(10)v99.
           03 mgt-costo              pic s9(10)v99.
       FD  ORDENES-COMPRA.
       01  odc-reg.
           03 odc-clave.
               05 odc-numero         pic 9(6).
               05 odc-linea          pic 9(3).
           03 odc-proveedor          pic X(10).
           03 odc-fecha              pic 9(8).
           03 odc-dep                pic 99.
           03 odc-art                pic 9(5).
           03 odc-cant-pedida        pic 9(5).
           03 odc-cant-recibida      pic 9(5).
           03 odc-estado             pic X.
               88 odc-pendiente      value "P".
               88 odc-parcial        value "R".
               88 odc-cumplida       value "C".
       FD  OBSERVACIONES-RECEPCION.
       01  obr-reg.
           03 obr-fecha              pic 9(8).
           03 obr-orden              pic 9(6).
           03 obr-proveedor          pic X(10).
           03 obr-dep                pic 99.
           03 obr-art                pic 9(5).
           03 obr-cant-recibida      pic 9(5).
           03 obr-cant-pedida        pic 9(5).
           03 obr-cant-exceso        pic 9(5).
           03 obr-motivo             pic x(40).
       FD  COSTOS.
       01  cst-reg.
           03 cst-art                pic 9(5).
           03 cst-costo-prom         pic 9(6)v9999.
           03 cst-ultimo-costo       pic 9(6)v99.
           03 cst-fecha-ultima       pic 9(8).
       FD  HISTORIA-VENTAS.
       01  hve-reg.
           03 hve-clave.
               05 hve-art            pic 9(5).
               05 hve-fecha          pic 9(8).
               05 hve-dep            pic 99.
               05 hve-factura        pic 9(8).
           03 hve-cant               pic s9(5).
           03 hve-importe            pic s9(10)v99.
           03 hve-fecha-proceso      pic 9(8).
       FD  CLIENTES-DIA.
       01  cld-reg.
           03 cld-cliente            pic 9(5).
           03 ext-cuenta               pic 9(5).
           03 ext-cant                 pic s9(7).
           03 ext-monto                pic s9(10)v99.
           03 ext-concepto             pic X.
               88 ext-venta             value "V".
               88 ext-costo-venta       value "C".
               88 ext-interes           value "I".
       FD  EXCEPCIONES.
       01  exc-reg.
           03 exc-factura          pic 9(8).
           03 par-tolerancia-rechazos pic 9(5).
           03 par-factura-pedida      pic 9(8).
           03 par-reproceso           pic X.
           03 par-tasa-interes        pic 9(2)v99.
           03 par-dias-gracia         pic 9(3).
       FD  PERIODOS.
       01  per-reg.
           03 per-mes               pic 9(6).
               lines at top 3
               lines at bottom 3.
       01  lis-iva-reg pic x(133).
       FD  LISTADO-MARGEN
           LINAGE is 61 LINES
               with FOOTING at 59
               lines at top 3
               lines at bottom 3.
       01  lis-mrg-reg pic x(110).
       FD  LISTADO-CONTROL
           LINAGE is 61 LINES
               with FOOTING at 59
           03 srt-iva_art          pic 9(5).
           03 srt-iva_cant         pic s999.
           03 srt-iva_vendedor     pic 9(4).
       SD  MARGEN-SORT.
       01  srt-mrg-reg.
           03 srt-mrg-dep          pic 99.
           03 srt-mrg-art          pic 9(5).
           03 srt-mrg-nombre       pic X(20).
           03 srt-mrg-cant         pic s9999.
           03 srt-mrg-venta        pic s9(10)v99.
           03 srt-mrg-costo        pic s9(10)v99.
       SD  CONSOLIDADO-MENSUAL-SORT.
       01  srt-con-reg.
           03 srt-con-fecha        pic 9(8).
       77  w-pct-comision          pic v9999 value 0,05.
       77  acu-cant-art            pic s9999.
       77  acu-monto-art           pic s9(10)v99.
       77  acu-cant-fac-art        pic s9(5).
       77  acu-monto-fac-art       pic s9(10)v99.
       77  acu-iva-art             pic s9(10)v99.
       77  acu-total-monto         pic s9(12)v99.
       77  acu-total-iva           pic s9(12)v99.
       77  w-ctc-status            pic xx.
       77  w-rcp-status            pic xx.
       77  w-cob-status            pic xx.
       77  w-mov-status            pic xx.
       77  flagRecepciones         pic X.
       77  w-sav-total-monto       pic s9(12)v99.
       77  w-sav-total-cant        pic s9(7).
       77  w-tolerancia-rechazos   pic 9(5).
       77  w-total-rechazos        pic 9(7).
       77  w-per-status            pic xx.
       77  w-ctl-status            pic xx.
       77  flagPeriodos            pic X.
       77  w-fecha-parametro       pic 9(8).
       77  w-venta-valida          pic X.
       77  w-busca-mes             pic 9(6).
       77  w-periodo-estado        pic X.
       77  w-cant-periodos         pic 9(3).
       77  flagSrtDoc              pic X.
       77  w-factura-pedida        pic 9(8).
       77  acu-neto-doc            pic s9(10)v99.
       77  flagClientesDia         pic X.
       77  flagClienteFacturado    pic X.
       77  w-cliente-ctacte-ant    pic 9(5).
       77  w-cli-inexistente       pic X.
       77  w-cst-status            pic xx.
       77  w-hve-status            pic xx.
       77  w-odc-status            pic xx.
       77  w-obr-status            pic xx.
       77  w-mcc-status            pic xx.
       77  flagOrdenCompra         pic X.
       77  w-odc-existe            pic X.
       77  w-odc-encontrada        pic X.
       77  w-cant-exceso           pic s9(5).
       77  cont-obs-recepcion      pic 9(7).
       77  w-stock-total           pic s9(7).
       77  w-dep-busca             pic 999.
       77  acu-costo-art           pic s9(10)v99.
       77  flagSrtMargen           pic X.
       77  acu-cant-dep-mrg        pic s9(6).
       77  acu-venta-dep-mrg       pic s9(12)v99.
       77  acu-costo-dep-mrg       pic s9(12)v99.
       77  acu-cant-tot-mrg        pic s9(7).
       77  acu-venta-tot-mrg       pic s9(12)v99.
       77  acu-costo-tot-mrg       pic s9(12)v99.
       77  w-margen                pic s9(12)v99.
       77  w-margen-pct            pic s9(3)v99.
       77  cont-bajo-costo         pic 9(5).

       77  w-chk-completo          pic x.
       77  w-chk-resumiendo        pic x.
       01  factura-ant-cliente     pic 9(8).
       01  srt-fac_det_art_ant     pic 9(5).
       01  srt-fac_det_dep_ant     pic 99.
       01  srt-fac_det_fecha_ant   pic 9(8).
       01  srt-fac_det_factura_ant pic 9(8).
       01  w-chk-clave-desde.
           03 w-chk-dep-desde      pic 99.
           03 w-chk-art-desde      pic 9(5).
       01  srt-iva_fecha_ant       pic 9(8).
       01  srt-iva_cliente_ant     pic 9(5).
       01  w-cont-paginas-iva      pic 99.
       01  w-cont-paginas-mrg      pic 99.
       01  srt-mrg-dep-ant         pic 99.
       01  factura-ant-vendedor    pic 9(8).
       01  srt-con_mes_ant         pic 9(6).
       01  srt-con_fecha_ant       pic 9(8).
       01  w-cont-paginas-vnd      pic 99.
       01  w-cont-paginas-men      pic 99.
       01  w-cont-paginas-ctl      pic 99.
       01  ix-per                  pic 9(3).
       01  tabla-periodos.
           03 tp-item OCCURS 120 TIMES.
               05 tp-mes           pic 9(6).
               05 tp-estado        pic X.
      *
           03 l-ivm-otros  pic -zz.zzz.zz9,99.
           03 l-ivm-total  pic -zz.zzz.zz9,99.
      *
      ************** LINEAS DE IMPRESION - MARGEN BRUTO ****************
      *
       01  cabecera-mrg1.
           03 filler       pic x(2).
           03 filler       pic x(55) value "MARGEN BRUTO DE VENTAS POR
      -         " DEPOSITO Y ARTICULO".
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 l-mrg-nro-pag pic 99.
           03 filler       pic x(3).
       01  cabecera-mrg2.
           03 filler       pic x(110) value all "-".
       01  cabecera-mrg3.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value "DEP".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(6)  value "CODIGO".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(20) value "NOMBRE".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(6)  value "  CANT".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(15) value "         VENTAS".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(15) value "  COSTO VENTAS".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(15) value "   MARGEN BRUTO".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(7)  value "MARGEN%".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(12) value "OBSERVACION".
       01  cabecera-mrg4.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(20) value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(15) value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(15) value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(15) value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(7)  value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(12) value all "-".
       01  detalle-mrg.
           03 filler       pic x(2)  value spaces.
           03 l-mrg-dep    pic 99.
           03 filler       pic x(2)  value spaces.
           03 l-mrg-cod    pic 9(5).
           03 filler       pic x(2)  value spaces.
           03 l-mrg-nombre pic x(20).
           03 filler       pic x(1)  value spaces.
           03 l-mrg-cantidad pic -z.zz9.
           03 filler       pic x(1)  value spaces.
           03 l-mrg-venta  pic -zzz.zzz.zz9,99.
           03 filler       pic x(1)  value spaces.
           03 l-mrg-costo  pic -zzz.zzz.zz9,99.
           03 filler       pic x(1)  value spaces.
           03 l-mrg-margen pic -zzz.zzz.zz9,99.
           03 filler       pic x(1)  value spaces.
           03 l-mrg-pct    pic -zz9,99.
           03 filler       pic x(1)  value spaces.
           03 l-mrg-obs    pic x(12).
       01  total-mrg.
           03 filler       pic x(2)  value spaces.
           03 l-tmr-etiqueta pic x(20).
           03 l-tmr-dep    pic x(2).
           03 filler       pic x(8)  value spaces.
           03 l-tmr-cantidad pic -zzz.zz9.
           03 filler       pic x(1)  value spaces.
           03 l-tmr-venta  pic -zzz.zzz.zz9,99.
           03 filler       pic x(1)  value spaces.
           03 l-tmr-costo  pic -zzz.zzz.zz9,99.
           03 filler       pic x(1)  value spaces.
           03 l-tmr-margen pic -zzz.zzz.zz9,99.
           03 filler       pic x(1)  value spaces.
           03 l-tmr-pct    pic -zz9,99.
      *
      ************** LINEAS DE IMPRESION - CONTROL DE EJECUCION *********
      *
       01  cabecera-ctl1.
           SORT FACTURAS-SORT
               ASCENDING srt-fac_det_dep
               ASCENDING srt-fac_det_art
               ASCENDING srt-fac_det_fecha
               ASCENDING srt-fac_det_factura
               INPUT PROCEDURE IS 0300-INPUT-PROCEDURE
               OUTPUT PROCEDURE IS 0400-OUTPUT-PROCEDURE.
      *
               ASCENDING srt-iva_factura
               USING FACTURAS-ACT
               OUTPUT PROCEDURE IS 1200-LIBRO-IVA-VENTAS.
      *
           SORT MARGEN-SORT
               ASCENDING srt-mrg-dep
               ASCENDING srt-mrg-art
               USING MARGEN-TRABAJO
               OUTPUT PROCEDURE IS 1300-REPORTE-MARGEN.
      *
           CLOSE EXCEPCIONES.
           PERFORM 9000-CONTROL-FINAL.
                   READ PERIODOS
                       AT END MOVE "s" TO flagPeriodos
                       NOT AT END
                           IF w-cant-periodos = 120
                               DISPLAY "TABLA DE PERIODOS COMPLETA"
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO w-cant-periodos
                           MOVE per-mes
                               TO tp-mes(w-cant-periodos)
                           MOVE per-estado
                               TO tp-estado(w-cant-periodos)
                   END-READ
               END-PERFORM
               CLOSE PERIODOS
               IF cob-cliente IS NUMERIC
                   AND cob-fecha IS NUMERIC
                   AND cob-importe IS NUMERIC
                   AND cob-recibo IS NUMERIC
                   PERFORM 0130-APLICAR-UNA-COBRANZA
               ELSE
                   PERFORM 0135-RECHAZAR-COBRANZA
               CLOSE CUENTA-CORRIENTE
               OPEN I-O CUENTA-CORRIENTE
           END-IF.
           PERFORM 0115-ABRO-MOVIMIENTOS-CTACTE.
      *
       0115-ABRO-MOVIMIENTOS-CTACTE.
           OPEN EXTEND MOVIMIENTOS-CTACTE.
           IF w-mcc-status = "35"
               OPEN OUTPUT MOVIMIENTOS-CTACTE
           END-IF.
      *
       0120-LEER-REGISTRO-COBRANZA.
           READ COBRANZAS AT END MOVE "s" TO flagCobranzas.
                   MOVE "CLIENTE NO NUMERICO EN COBRANZA" TO exc-motivo
               WHEN cob-fecha IS NOT NUMERIC
                   MOVE "FECHA NO NUMERICA EN COBRANZA" TO exc-motivo
               WHEN cob-importe IS NOT NUMERIC
                   MOVE "IMPORTE NO NUMERICO EN COBRANZA" TO exc-motivo
               WHEN OTHER
                   MOVE "NUMERO DE RECIBO NO NUMERICO EN COBRANZA"
                       TO exc-motivo
           END-EVALUATE.
           WRITE exc-reg.
           ADD 1 TO cont-excepciones.
                   ELSE
                       IF ctc-saldo <= w-resta-cobranza
                           SUBTRACT ctc-saldo FROM w-resta-cobranza
                           COMPUTE mcc-importe = 0 - ctc-saldo
                           DELETE CUENTA-CORRIENTE
                       ELSE
                           SUBTRACT w-resta-cobranza FROM ctc-saldo
                           REWRITE ctc-reg
                           COMPUTE mcc-importe = 0 - w-resta-cobranza
                           MOVE ZEROES TO w-resta-cobranza
                       END-IF
                       PERFORM 0145-GRABAR-MOVIMIENTO-COBRANZA
                   END-IF
           END-READ.
      *
       0145-GRABAR-MOVIMIENTO-COBRANZA.
           MOVE cob-cliente     TO mcc-cliente.
           MOVE cob-fecha       TO mcc-fecha.
           IF ctc-factura = ZEROES
               MOVE "C"         TO mcc-tipo
           ELSE
               MOVE "R"         TO mcc-tipo
           END-IF.
           MOVE cob-recibo      TO mcc-comprobante.
           MOVE ctc-factura     TO mcc-aplicado-a.
           MOVE w-fecha-proceso TO mcc-fecha-proceso.
           WRITE mcc-reg.
      *
       0150-GRABAR-CREDITO-A-CUENTA.
           MOVE cob-cliente TO ctc-cliente.
                   SUBTRACT w-resta-cobranza FROM ctc-saldo
                   REWRITE ctc-reg
           END-READ.
           COMPUTE mcc-importe = 0 - w-resta-cobranza.
           PERFORM 0145-GRABAR-MOVIMIENTO-COBRANZA.
      *
       0190-FIN-GENERAL-COB.
           CLOSE COBRANZAS.
           CLOSE CUENTA-CORRIENTE.
           CLOSE MOVIMIENTOS-CTACTE.
      *
      ****************** RUTINAS RECEPCION DE MERCADERIA ****************
      *
                   AND rcp-art IS NUMERIC
                   AND rcp-fecha IS NUMERIC
                   AND rcp-cant IS NUMERIC
                   AND rcp-costo-unit IS NUMERIC
                   PERFORM 0230-POSTEAR-RECEPCION
               ELSE
                   PERFORM 0245-RECHAZAR-RECEPCION
           END-IF.
           OPEN INPUT ARTICULOS.
           OPEN I-O STOCK.
           OPEN EXTEND STOCK-MOVIMIENTOS.
           IF w-mov-status = "35"
               OPEN OUTPUT STOCK-MOVIMIENTOS
           END-IF.
           OPEN I-O COSTOS.
           IF w-cst-status = "35"
               OPEN OUTPUT COSTOS
               CLOSE COSTOS
               OPEN I-O COSTOS
           END-IF.
           OPEN I-O ORDENES-COMPRA.
           IF w-odc-status = "35"
               OPEN OUTPUT ORDENES-COMPRA
               CLOSE ORDENES-COMPRA
               OPEN I-O ORDENES-COMPRA
           END-IF.
           OPEN EXTEND OBSERVACIONES-RECEPCION.
           IF w-obr-status = "35"
               OPEN OUTPUT OBSERVACIONES-RECEPCION
           END-IF.
           MOVE ZEROES TO cont-obs-recepcion.
           OPEN OUTPUT EXCEPCIONES-ARTICULO.
      *
       0220-LEER-REGISTRO-RECEPCION.
           READ RECEPCIONES AT END MOVE "s" TO flagRecepciones.
      *
       0230-POSTEAR-RECEPCION.
           MOVE rcp-fecha(1:6) TO w-busca-mes.
           PERFORM 0045-BUSCAR-PERIODO.
           IF w-periodo-estado = "C"
               MOVE rcp-art       TO exca-articulo
               MOVE rcp-proveedor TO exca-referencia
               MOVE "FECHA EN PERIODO CONTABLE CERRADO"
                   TO exca-motivo
               WRITE exca-reg
               ADD 1 TO cont-exc-articulo
           ELSE
               MOVE rcp-art TO art_cod
               READ ARTICULOS
                   INVALID KEY
                       PERFORM 0240-EXCEPCION-RECEPCION
                   NOT INVALID KEY
                       PERFORM 0235-ACTUALIZAR-COSTO-PROMEDIO
                       PERFORM 0250-SUMAR-STOCK
                       PERFORM 0260-CONCILIAR-ORDEN-COMPRA
               END-READ
           END-IF.
      *
       0235-ACTUALIZAR-COSTO-PROMEDIO.
           IF rcp-costo-unit = ZEROES
               MOVE rcp-art       TO exca-articulo
               MOVE rcp-proveedor TO exca-referencia
               MOVE "RECEPCION SIN COSTO - NO SE PROMEDIA"
                   TO exca-motivo
               WRITE exca-reg
               ADD 1 TO cont-exc-articulo
           ELSE
               PERFORM 0236-SUMAR-STOCK-ARTICULO
               MOVE rcp-art TO cst-art
               READ COSTOS
                   INVALID KEY
                       MOVE rcp-art        TO cst-art
                       MOVE rcp-costo-unit TO cst-costo-prom
                       MOVE rcp-costo-unit TO cst-ultimo-costo
                       MOVE rcp-fecha      TO cst-fecha-ultima
                       WRITE cst-reg
                   NOT INVALID KEY
                       IF w-stock-total > ZEROES
                           COMPUTE cst-costo-prom ROUNDED =
                               (w-stock-total * cst-costo-prom
                               + rcp-cant * rcp-costo-unit)
                               / (w-stock-total + rcp-cant)
                       ELSE
                           MOVE rcp-costo-unit TO cst-costo-prom
                       END-IF
                       MOVE rcp-costo-unit TO cst-ultimo-costo
                       MOVE rcp-fecha      TO cst-fecha-ultima
                       REWRITE cst-reg
               END-READ
           END-IF.
      *
       0236-SUMAR-STOCK-ARTICULO.
           MOVE ZEROES TO w-stock-total.
           PERFORM VARYING w-dep-busca FROM 0 BY 1
               UNTIL w-dep-busca > 99
               MOVE w-dep-busca TO stk_dep
               MOVE rcp-art     TO stk_cod
               READ STOCK
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       ADD stk_cantidad TO w-stock-total
               END-READ
           END-PERFORM.
      *
       0240-EXCEPCION-RECEPCION.
           MOVE rcp-art       TO exca-articulo.
               WHEN rcp-fecha IS NOT NUMERIC
                   MOVE "FECHA NO NUMERICA EN RECEPCION"
                       TO exca-motivo
               WHEN rcp-cant IS NOT NUMERIC
                   MOVE "CANTIDAD NO NUMERICA EN RECEPCION"
                       TO exca-motivo
               WHEN OTHER
                   MOVE "COSTO UNITARIO NO NUMERICO EN RECEPCION"
                       TO exca-motivo
           END-EVALUATE.
           WRITE exca-reg.
           ADD 1 TO cont-exc-articulo.
           MOVE rcp-cant      TO mov-cant.
           MOVE stk_cantidad  TO mov-saldo.
           WRITE mov-reg.
      *
       0260-CONCILIAR-ORDEN-COMPRA.
           MOVE ZEROES TO obr-cant-pedida.
           MOVE ZEROES TO obr-cant-exceso.
           IF rcp-orden IS NOT NUMERIC OR rcp-orden = ZEROES
               MOVE ZEROES TO obr-orden
               MOVE "RECEPCION SIN ORDEN DE COMPRA" TO obr-motivo
               PERFORM 0268-GRABAR-OBSERVACION
           ELSE
               MOVE rcp-orden TO obr-orden
               PERFORM 0262-BUSCAR-LINEA-ORDEN
               EVALUATE TRUE
                   WHEN w-odc-existe = "n"
                       MOVE "ORDEN DE COMPRA INEXISTENTE" TO obr-motivo
                       PERFORM 0268-GRABAR-OBSERVACION
                   WHEN w-odc-encontrada = "n"
                       MOVE "ARTICULO O DEPOSITO FUERA DE LA ORDEN"
                           TO obr-motivo
                       PERFORM 0268-GRABAR-OBSERVACION
                   WHEN OTHER
                       PERFORM 0264-APLICAR-LINEA-ORDEN
               END-EVALUATE
           END-IF.
      *
       0262-BUSCAR-LINEA-ORDEN.
           MOVE "n" TO w-odc-existe.
           MOVE "n" TO w-odc-encontrada.
           MOVE "n" TO flagOrdenCompra.
           MOVE rcp-orden TO odc-numero.
           MOVE ZEROES    TO odc-linea.
           START ORDENES-COMPRA KEY IS NOT LESS THAN odc-clave
               INVALID KEY MOVE "s" TO flagOrdenCompra
           END-START.
           PERFORM UNTIL flagOrdenCompra = "s"
               OR w-odc-encontrada = "s"
               READ ORDENES-COMPRA NEXT RECORD
                   AT END MOVE "s" TO flagOrdenCompra
                   NOT AT END
                       IF odc-numero <> rcp-orden
                           MOVE "s" TO flagOrdenCompra
                       ELSE
                           MOVE "s" TO w-odc-existe
                           IF odc-art = rcp-art AND odc-dep = rcp-dep
                               MOVE "s" TO w-odc-encontrada
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
      *
       0264-APLICAR-LINEA-ORDEN.
           MOVE odc-cant-pedida TO obr-cant-pedida.
           IF odc-proveedor <> rcp-proveedor
               MOVE "PROVEEDOR DISTINTO AL DE LA ORDEN" TO obr-motivo
               PERFORM 0268-GRABAR-OBSERVACION
           END-IF.
           ADD rcp-cant TO odc-cant-recibida.
           IF odc-cant-recibida < odc-cant-pedida
               MOVE "R" TO odc-estado
           ELSE
               MOVE "C" TO odc-estado
           END-IF.
           REWRITE odc-reg.
           COMPUTE w-cant-exceso = odc-cant-recibida - odc-cant-pedida.
           IF w-cant-exceso > rcp-cant
               MOVE rcp-cant TO w-cant-exceso
           END-IF.
           IF w-cant-exceso > ZEROES
               MOVE w-cant-exceso TO obr-cant-exceso
               MOVE "SOBREENTREGA SOBRE LA ORDEN DE COMPRA"
                   TO obr-motivo
               PERFORM 0268-GRABAR-OBSERVACION
           END-IF.
      *
       0268-GRABAR-OBSERVACION.
           MOVE rcp-fecha     TO obr-fecha.
           MOVE rcp-proveedor TO obr-proveedor.
           MOVE rcp-dep       TO obr-dep.
           MOVE rcp-art       TO obr-art.
           MOVE rcp-cant      TO obr-cant-recibida.
           WRITE obr-reg.
           ADD 1 TO cont-obs-recepcion.
      *
       0290-FIN-GENERAL-RCP.
           CLOSE RECEPCIONES.
           CLOSE ARTICULOS.
           CLOSE STOCK.
           CLOSE STOCK-MOVIMIENTOS.
           CLOSE COSTOS.
           CLOSE ORDENES-COMPRA.
           CLOSE OBSERVACIONES-RECEPCION.
           CLOSE EXCEPCIONES-ARTICULO.
           IF cont-obs-recepcion > ZEROES
               DISPLAY "RECEPCIONES CON OBSERVACIONES CONTRA ORDENES "
                   "DE COMPRA: " cont-obs-recepcion
           END-IF.
      *
      ********************** RUTINAS OUTPUT PRECEDURE ******************
      *
               PERFORM UNTIL flagSrtFacturas = "s"
                   OR srt-fac_det_dep <> srt-fac_det_dep_ant
                   OR srt-fac_det_art <> srt-fac_det_art_ant
                   PERFORM 0435-INICIO-FACTURA-ART
                   PERFORM UNTIL flagSrtFacturas = "s"
                       OR srt-fac_det_dep <> srt-fac_det_dep_ant
                       OR srt-fac_det_art <> srt-fac_det_art_ant
                       OR srt-fac_det_fecha <> srt-fac_det_fecha_ant
                       OR srt-fac_det_factura <> srt-fac_det_factura_ant
                       PERFORM 0440-SUMO-CANTIDAD-ART
                       PERFORM 0420-LEER-REGISTRO-SRT-FAC
                   END-PERFORM
                   PERFORM 0444-GRABAR-HISTORIA-VENTAS
               END-PERFORM
               PERFORM 0450-FIN-ART
           END-PERFORM.
           OPEN INPUT PRECIOS-HIST.
           OPEN I-O STOCK.
           OPEN EXTEND STOCK-MOVIMIENTOS.
           IF w-mov-status = "35"
               OPEN OUTPUT STOCK-MOVIMIENTOS
           END-IF.
           IF w-chk-resumiendo = "s"
               OPEN EXTEND SUGERENCIAS-COMPRA
           ELSE
           ELSE
               OPEN OUTPUT RANKING-TRABAJO
           END-IF.
           IF w-chk-resumiendo = "s"
               OPEN EXTEND MARGEN-TRABAJO
           ELSE
               OPEN OUTPUT MARGEN-TRABAJO
           END-IF.
           OPEN INPUT COSTOS.
           IF w-cst-status = "35"
               OPEN OUTPUT COSTOS
               CLOSE COSTOS
               OPEN INPUT COSTOS
           END-IF.
           OPEN I-O HISTORIA-VENTAS.
           IF w-hve-status = "35"
               OPEN OUTPUT HISTORIA-VENTAS
               CLOSE HISTORIA-VENTAS
               OPEN I-O HISTORIA-VENTAS
           END-IF.
           OPEN EXTEND EXCEPCIONES-ARTICULO.
           IF w-chk-resumiendo = "s"
               OPEN EXTEND EXTRACTO-CONTABLE
           MOVE ZEROES TO acu-monto-art.
           MOVE ZEROES TO acu-iva-art.
           PERFORM 0456-TRAIGO-NOMBRE.
      *
       0435-INICIO-FACTURA-ART.
           MOVE srt-fac_det_fecha   TO srt-fac_det_fecha_ant.
           MOVE srt-fac_det_factura TO srt-fac_det_factura_ant.
           MOVE ZEROES TO acu-cant-fac-art.
           MOVE ZEROES TO acu-monto-fac-art.
      *
       0440-SUMO-CANTIDAD-ART.
           MOVE srt-fac_det_art_ant TO w-busca-art.
               (srt-fac_det_cant * w-precio-vigente).
           COMPUTE acu-iva-art = acu-iva-art +
               (srt-fac_det_cant * w-precio-vigente * art_iva / 100).
           ADD srt-fac_det_cant TO acu-cant-fac-art.
           COMPUTE acu-monto-fac-art = acu-monto-fac-art +
               (srt-fac_det_cant * w-precio-vigente).
           IF w-chk-resumiendo = "n"
               OR w-clave-actual > w-chk-clave-desde
               COMPUTE acu-control-monto = acu-control-monto +
                           END-IF
                   END-READ
           END-START.
      *
       0444-GRABAR-HISTORIA-VENTAS.
      *    la linea de historia lleva el total de la factura para el
      *    articulo en esta corrida y se graba o reemplaza entera, de
      *    modo que un reproceso o una reanudacion no la duplican
           IF w-chk-resumiendo = "n"
               OR w-clave-actual > w-chk-clave-desde
               MOVE srt-fac_det_art_ant     TO hve-art
               MOVE srt-fac_det_fecha_ant   TO hve-fecha
               MOVE srt-fac_det_dep_ant     TO hve-dep
               MOVE srt-fac_det_factura_ant TO hve-factura
               MOVE acu-cant-fac-art        TO hve-cant
               MOVE acu-monto-fac-art       TO hve-importe
               MOVE w-fecha-proceso         TO hve-fecha-proceso
               WRITE hve-reg
                   INVALID KEY REWRITE hve-reg
               END-WRITE
           END-IF.
      *
       0450-FIN-ART.
           IF w-chk-resumiendo = "n"
               PERFORM 0457-GRABAR-CHECKPOINT
               PERFORM 0460-ACUMULAR-RANKING
               PERFORM 0465-GRABAR-EXTRACTO-CONTABLE
               PERFORM 0464-CALCULAR-COSTO-VENTA
               PERFORM 0467-GRABAR-EXTRACTO-COSTO
               PERFORM 0468-GRABAR-MARGEN-TRABAJO
           END-IF.
      *
       0454-LISTAR-SUBTOTAL-PAGINA.
           MOVE srt-fac_det_art_ant TO ext-cuenta.
           MOVE acu-cant-art        TO ext-cant.
           MOVE acu-monto-art       TO ext-monto.
           MOVE "V"                 TO ext-concepto.
           WRITE ext-reg.
      *
       0464-CALCULAR-COSTO-VENTA.
           COMPUTE acu-costo-art ROUNDED =
               acu-cant-art * cst-costo-prom.
      *
       0467-GRABAR-EXTRACTO-COSTO.
           MOVE w-fecha-proceso     TO ext-fecha.
           MOVE srt-fac_det_art_ant TO ext-cuenta.
           MOVE acu-cant-art        TO ext-cant.
           MOVE acu-costo-art       TO ext-monto.
           MOVE "C"                 TO ext-concepto.
           WRITE ext-reg.
      *
       0468-GRABAR-MARGEN-TRABAJO.
           MOVE srt-fac_det_dep_ant TO mgt-dep.
           MOVE srt-fac_det_art_ant TO mgt-art.
           MOVE art_nombre          TO mgt-nombre.
           MOVE acu-cant-art        TO mgt-cant.
           MOVE acu-monto-art       TO mgt-venta.
           MOVE acu-costo-art       TO mgt-costo.
           WRITE mgt-reg.
      *
       0460-ACUMULAR-RANKING.
           MOVE srt-fac_det_dep_ant TO rkt-dep.
               NOT INVALID KEY
                   MOVE "n" TO flagStock
           END-READ.
           MOVE srt-fac_det_art_ant TO cst-art.
           READ COSTOS
               INVALID KEY
                   MOVE ZEROES TO cst-costo-prom
           END-READ.
      *
       0459-LISTAR-DETALLE.
           WRITE lis-reg FROM detalle AFTER ADVANCING 1 LINE
           CLOSE STOCK-MOVIMIENTOS.
           CLOSE SUGERENCIAS-COMPRA.
           CLOSE RANKING-TRABAJO.
           CLOSE MARGEN-TRABAJO.
           CLOSE COSTOS.
           CLOSE HISTORIA-VENTAS.
           CLOSE EXCEPCIONES-ARTICULO.
           CLOSE EXTRACTO-CONTABLE.
           CLOSE LISTADO.
               CLOSE CUENTA-CORRIENTE
               OPEN I-O CUENTA-CORRIENTE
           END-IF.
           PERFORM 0115-ABRO-MOVIMIENTOS-CTACTE.
           OPEN OUTPUT LISTADO-CLIENTE.
           OPEN OUTPUT LISTADO-ANTIGUEDAD.
           OPEN OUTPUT CLIENTES-DIA.
           END-EVALUATE.
      *
       0635-TRAIGO-CLIENTE.
           MOVE "n" TO w-cli-inexistente.
           MOVE srt-cli_cliente_ant TO cli-cod.
           READ CLIENTES
               INVALID KEY
                   MOVE ZEROES   TO cli-cuit
                   MOVE spaces   TO cli-cond-fiscal
                   MOVE "A"      TO cli-estado
                   MOVE "N"      TO cli-exento-interes
                   MOVE "s"      TO w-cli-inexistente
           END-READ.
      *
       0640-SUMO-CLIENTE.
           WRITE ctc-reg
               INVALID KEY
                   REWRITE ctc-reg
               NOT INVALID KEY
                   PERFORM 0645-GRABAR-MOVIMIENTO-FACTURA
           END-WRITE.
      *
       0645-GRABAR-MOVIMIENTO-FACTURA.
           MOVE srt-cli_cliente_ant TO mcc-cliente.
           MOVE w-fecha-fac-ctacte  TO mcc-fecha.
           IF acu-monto-factura < ZEROES
               MOVE "A"             TO mcc-tipo
           ELSE
               MOVE "F"             TO mcc-tipo
           END-IF.
           MOVE factura-ant-cliente TO mcc-comprobante.
           MOVE ZEROES              TO mcc-aplicado-a.
           MOVE acu-monto-factura   TO mcc-importe.
           MOVE w-fecha-proceso     TO mcc-fecha-proceso.
           WRITE mcc-reg.
      *
       0650-FIN-CLIENTE.
           IF cont-facturas-cliente > 0
           MOVE acu-monto-cliente      TO l-cli-monto.
      *
       0655-VERIFICAR-LIMITE-CLIENTE.
           IF w-cli-inexistente = "s"
               MOVE srt-cli_cliente_ant TO l-ale-cliente
               MOVE "CLIENTE INEXISTENTE EN MAESTRO" TO l-ale-motivo
               PERFORM 0657-LISTAR-ALERTA-CLI
           END-IF.
           IF cli-bloqueado
               MOVE srt-cli_cliente_ant TO l-ale-cliente
               MOVE "CLIENTE BLOQUEADO" TO l-ale-motivo
           CLOSE PRECIOS-HIST.
           CLOSE CLIENTES.
           CLOSE CUENTA-CORRIENTE.
           CLOSE MOVIMIENTOS-CTACTE.
           CLOSE LISTADO-CLIENTE.
           CLOSE LISTADO-ANTIGUEDAD.
      *
           CLOSE LIBRO-IVA.
           CLOSE LISTADO-IVA.
      *
      ****************** RUTINAS REPORTE MARGEN BRUTO ******************
      *
       1300-REPORTE-MARGEN.
           PERFORM 1310-INICIO-GRAL-MRG.
           PERFORM 1320-LEER-REGISTRO-SRT-MRG.
           PERFORM UNTIL flagSrtMargen = "s"
               PERFORM 1330-INICIO-DEP-MRG
               PERFORM UNTIL flagSrtMargen = "s"
                   OR srt-mrg-dep <> srt-mrg-dep-ant
                   PERFORM 1340-SUMO-ARTICULO-MRG
                   PERFORM 1320-LEER-REGISTRO-SRT-MRG
               END-PERFORM
               PERFORM 1350-FIN-DEP-MRG
           END-PERFORM.
           PERFORM 1390-FIN-GENERAL-MRG.
      *
       1310-INICIO-GRAL-MRG.
           MOVE "n" TO flagSrtMargen.
           MOVE ZEROES TO w-cont-paginas-mrg.
           MOVE ZEROES TO acu-cant-tot-mrg.
           MOVE ZEROES TO acu-venta-tot-mrg.
           MOVE ZEROES TO acu-costo-tot-mrg.
           MOVE ZEROES TO cont-bajo-costo.
           OPEN OUTPUT LISTADO-MARGEN.
           PERFORM 1315-LISTAR-ENCABEZADO-MRG.
      *
       1315-LISTAR-ENCABEZADO-MRG.
           ADD 1 TO w-cont-paginas-mrg.
           MOVE w-cont-paginas-mrg to l-mrg-nro-pag.
           IF w-cont-paginas-mrg = 1
               WRITE lis-mrg-reg FROM cabecera-mrg1
               DISPLAY lis-mrg-reg
           ELSE
               WRITE lis-mrg-reg FROM cabecera-mrg1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-mrg-reg FROM cabecera-mrg2 AFTER 2.
           DISPLAY lis-mrg-reg
           WRITE lis-mrg-reg FROM cabecera-mrg3 AFTER 2.
           DISPLAY lis-mrg-reg.
           WRITE lis-mrg-reg FROM cabecera-mrg4.
           DISPLAY lis-mrg-reg.
      *
       1320-LEER-REGISTRO-SRT-MRG.
           RETURN MARGEN-SORT AT END MOVE "s" TO flagSrtMargen.
      *
       1330-INICIO-DEP-MRG.
           MOVE srt-mrg-dep TO srt-mrg-dep-ant.
           MOVE ZEROES TO acu-cant-dep-mrg.
           MOVE ZEROES TO acu-venta-dep-mrg.
           MOVE ZEROES TO acu-costo-dep-mrg.
      *
       1340-SUMO-ARTICULO-MRG.
           IF LINAGE-COUNTER OF LISTADO-MARGEN = 56
               PERFORM 1315-LISTAR-ENCABEZADO-MRG.
           PERFORM 1343-GENERAR-LINEA-MRG.
           PERFORM 1346-LISTAR-DETALLE-MRG.
           ADD srt-mrg-cant  TO acu-cant-dep-mrg.
           ADD srt-mrg-venta TO acu-venta-dep-mrg.
           ADD srt-mrg-costo TO acu-costo-dep-mrg.
      *
       1343-GENERAR-LINEA-MRG.
           MOVE srt-mrg-dep    TO l-mrg-dep.
           MOVE srt-mrg-art    TO l-mrg-cod.
           MOVE srt-mrg-nombre TO l-mrg-nombre.
           MOVE srt-mrg-cant   TO l-mrg-cantidad.
           MOVE srt-mrg-venta  TO l-mrg-venta.
           MOVE srt-mrg-costo  TO l-mrg-costo.
           COMPUTE w-margen = srt-mrg-venta - srt-mrg-costo.
           MOVE w-margen       TO l-mrg-margen.
           PERFORM 1348-CALCULAR-PORCENTAJE-MRG.
           MOVE w-margen-pct   TO l-mrg-pct.
           EVALUATE TRUE
               WHEN srt-mrg-costo = ZEROES
                   MOVE "*SIN COSTO*" TO l-mrg-obs
               WHEN w-margen < ZEROES
                   MOVE "*BAJO COSTO*" TO l-mrg-obs
                   ADD 1 TO cont-bajo-costo
               WHEN OTHER
                   MOVE spaces TO l-mrg-obs
           END-EVALUATE.
      *
       1346-LISTAR-DETALLE-MRG.
           WRITE lis-mrg-reg FROM detalle-mrg AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 1315-LISTAR-ENCABEZADO-MRG.
           DISPLAY lis-mrg-reg.
      *
       1348-CALCULAR-PORCENTAJE-MRG.
           IF srt-mrg-venta = ZEROES
               MOVE ZEROES TO w-margen-pct
           ELSE
               COMPUTE w-margen-pct ROUNDED =
                   w-margen * 100 / srt-mrg-venta
                   ON SIZE ERROR MOVE ZEROES TO w-margen-pct
               END-COMPUTE
           END-IF.
      *
       1350-FIN-DEP-MRG.
           IF LINAGE-COUNTER OF LISTADO-MARGEN = 56
               PERFORM 1315-LISTAR-ENCABEZADO-MRG.
           MOVE "TOTAL DEPOSITO"  TO l-tmr-etiqueta.
           MOVE srt-mrg-dep-ant   TO l-tmr-dep.
           MOVE acu-cant-dep-mrg  TO l-tmr-cantidad.
           MOVE acu-venta-dep-mrg TO l-tmr-venta.
           MOVE acu-costo-dep-mrg TO l-tmr-costo.
           COMPUTE w-margen = acu-venta-dep-mrg - acu-costo-dep-mrg.
           MOVE w-margen          TO l-tmr-margen.
           IF acu-venta-dep-mrg = ZEROES
               MOVE ZEROES TO w-margen-pct
           ELSE
               COMPUTE w-margen-pct ROUNDED =
                   w-margen * 100 / acu-venta-dep-mrg
                   ON SIZE ERROR MOVE ZEROES TO w-margen-pct
               END-COMPUTE
           END-IF.
           MOVE w-margen-pct      TO l-tmr-pct.
           WRITE lis-mrg-reg FROM total-mrg AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 1315-LISTAR-ENCABEZADO-MRG.
           DISPLAY lis-mrg-reg.
           MOVE spaces TO lis-mrg-reg.
           WRITE lis-mrg-reg AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 1315-LISTAR-ENCABEZADO-MRG.
           ADD acu-cant-dep-mrg  TO acu-cant-tot-mrg.
           ADD acu-venta-dep-mrg TO acu-venta-tot-mrg.
           ADD acu-costo-dep-mrg TO acu-costo-tot-mrg.
      *
       1390-FIN-GENERAL-MRG.
           MOVE "TOTAL GENERAL"   TO l-tmr-etiqueta.
           MOVE spaces            TO l-tmr-dep.
           MOVE acu-cant-tot-mrg  TO l-tmr-cantidad.
           MOVE acu-venta-tot-mrg TO l-tmr-venta.
           MOVE acu-costo-tot-mrg TO l-tmr-costo.
           COMPUTE w-margen = acu-venta-tot-mrg - acu-costo-tot-mrg.
           MOVE w-margen          TO l-tmr-margen.
           IF acu-venta-tot-mrg = ZEROES
               MOVE ZEROES TO w-margen-pct
           ELSE
               COMPUTE w-margen-pct ROUNDED =
                   w-margen * 100 / acu-venta-tot-mrg
                   ON SIZE ERROR MOVE ZEROES TO w-margen-pct
               END-COMPUTE
           END-IF.
           MOVE w-margen-pct      TO l-tmr-pct.
           WRITE lis-mrg-reg FROM total-mrg AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 1315-LISTAR-ENCABEZADO-MRG.
           DISPLAY lis-mrg-reg.
           CLOSE LISTADO-MARGEN.
           DISPLAY "ARTICULOS VENDIDOS BAJO COSTO: " cont-bajo-costo.
      *
      ****************** RUTINAS CONTROL FINAL DE EJECUCION *************
      *
       9000-CONTROL-FINAL.
      *
       9020-ABRO-ARCHIVOS-CTL.
           MOVE ZEROES TO w-cont-paginas-ctl.
           OPEN EXTEND CONTROL-EJECUCION.
           IF w-ctl-status = "35"
               OPEN OUTPUT CONTROL-EJECUCION
           END-IF.
           OPEN OUTPUT LISTADO-CONTROL.
      *
       9025-CRUZAR-TOTALES.
