      ******************************************************************
      * Author:
      * Date:
      * Purpose: Transferencias de mercaderia entre depositos. Postea el
      *          despacho (salida del deposito origen) y la confirmacion
      *          de recepcion (ingreso al deposito destino) como
      *          movimientos de STOCK-MOVIMIENTOS, no permite dejar el
      *          origen en negativo, emite el listado de transferencias
      *          y las despachadas pendientes de recepcion. Una
      *          recepcion parcial deja el saldo en transito y no se
      *          acepta recibir mas de lo pendiente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFERENCIAS-DEPOSITOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFERENCIAS-MOV ASSIGN TO "..\transferencias.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-trf-status.
           SELECT REGISTRO-TRANSFERENCIAS ASSIGN TO
               "..\reg-transferencias.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is rtr-clave
               FILE STATUS is w-rtr-status.
           SELECT ARTICULOS ASSIGN TO "..\articulos.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is art_cod.
           SELECT STOCK ASSIGN TO "..\stock.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is stk_clave
               FILE STATUS is w-stk-status.
           SELECT STOCK-MOVIMIENTOS ASSIGN TO "..\stock-movim.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-mov-status.
           SELECT PERIODOS ASSIGN TO "..\periodos.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-per-status.
           SELECT RECHAZOS-TRANSFERENCIAS ASSIGN TO
               "..\rechazos-transferencias.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT LISTADO-TRANSFERENCIAS ASSIGN TO
               PRINTER, "..\impre-transferencias.txt"
               ORGANIZATION is line SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFERENCIAS-MOV.
       01  trf-reg.
           03 trf-tipo             pic X.
               88 trf-despacho       value "D".
               88 trf-confirmacion   value "C".
           03 trf-numero           pic 9(6).
           03 trf-dep-origen       pic 99.
           03 trf-dep-destino      pic 99.
           03 trf-art              pic 9(5).
           03 trf-cant             pic 9(5).
           03 trf-fecha            pic 9(8).
       01  trf-reg-crudo REDEFINES trf-reg.
           03 trf-crudo-texto      pic x(29).
       FD  REGISTRO-TRANSFERENCIAS.
       01  rtr-reg.
           03 rtr-clave.
               05 rtr-numero        pic 9(6).
               05 rtr-art           pic 9(5).
           03 rtr-dep-origen        pic 99.
           03 rtr-dep-destino       pic 99.
           03 rtr-cant-despachada   pic 9(5).
           03 rtr-fecha-despacho    pic 9(8).
           03 rtr-cant-recibida     pic 9(5).
           03 rtr-fecha-recepcion   pic 9(8).
           03 rtr-estado            pic X.
               88 rtr-en-transito   value "T".
               88 rtr-recibida      value "R".
       FD  ARTICULOS.
       01  art_reg.
           03 art_cod              pic 9(5).
           03 art_nombre           pic X(20).
           03 art_precio           pic 9(6)v99.
           03 art_iva              pic 9(2)v99.
           03 art_estado           pic X.
               88 art-activo        value "A".
               88 art-inactivo      value "I".
           03 art_proveedor        pic X(10).
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
       FD  PERIODOS.
       01  per-reg.
           03 per-mes               pic 9(6).
           03 per-estado            pic X.
               88 per-abierto       value "A".
               88 per-cerrado       value "C".
       FD  RECHAZOS-TRANSFERENCIAS.
       01  rtf-reg.
           03 rtf-crudo            pic x(29).
           03 rtf-motivo           pic x(40).
       FD  LISTADO-TRANSFERENCIAS
           LINAGE is 61 LINES
               with FOOTING at 59
               lines at top 3
               lines at bottom 3.
       01  lis-trf-reg pic x(110).
       WORKING-STORAGE SECTION.
       77  flagTransferencias      pic X.
       77  flagRegistro            pic X.
       77  flagPeriodos            pic X.
       77  w-trf-status            pic xx.
       77  w-rtr-status            pic xx.
       77  w-stk-status            pic xx.
       77  w-mov-status            pic xx.
       77  w-per-status            pic xx.
       77  w-trf-valida            pic X.
       77  w-trf-motivo            pic x(40).
       77  w-seccion               pic X.
       77  w-fecha-proceso         pic 9(8).
       77  w-busca-mes             pic 9(6).
       77  w-periodo-estado        pic X.
       77  w-cant-periodos         pic 9(3).
       77  w-cant-recibida         pic 9(5).
       77  w-dias-transito         pic s9(5).
       77  w-dias-edit             pic zzz9.
       77  cont-trans-leidas       pic 9(7).
       77  cont-despachos          pic 9(7).
       77  cont-recepciones        pic 9(7).
       77  cont-rechazos           pic 9(7).
       77  cont-pendientes         pic 9(7).
       01  w-cont-paginas          pic 99.
       01  ix-per                  pic 9(3).
       01  tabla-periodos.
           03 tp-item OCCURS 120 TIMES.
               05 tp-mes           pic 9(6).
               05 tp-estado        pic X.
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
       01  cabecera-trf1.
           03 filler       pic x(2).
           03 l-trf-titulo pic x(55).
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 l-trf-nro-pag pic 99.
           03 filler       pic x(3).
       01  cabecera-trf2.
           03 filler       pic x(110) value all "-".
       01  cabecera-trf3.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(9)  value "OPERACION".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value "NUMERO".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value "ORI".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value "DES".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value "CODIGO".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(20) value "NOMBRE".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value "FECHA".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(7)  value "DESPACH".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(7)  value "RECIBID".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(11) value "OBSERVACION".
       01  cabecera-trf4.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(9)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(20) value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(7)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(7)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(11) value all "-".
       01  detalle-trf.
           03 filler       pic x(2)  value spaces.
           03 l-trf-operacion pic x(9).
           03 filler       pic x(2)  value spaces.
           03 l-trf-numero pic 9(6).
           03 filler       pic x(3)  value spaces.
           03 l-trf-origen pic 99.
           03 filler       pic x(3)  value spaces.
           03 l-trf-destino pic 99.
           03 filler       pic x(2)  value spaces.
           03 l-trf-cod    pic 9(5).
           03 filler       pic x(3)  value spaces.
           03 l-trf-nombre pic x(20).
           03 filler       pic x(2)  value spaces.
           03 l-trf-fecha  pic 9(8).
           03 filler       pic x(2)  value spaces.
           03 l-trf-despachada pic zz.zz9.
           03 filler       pic x(3)  value spaces.
           03 l-trf-recibida pic zz.zz9.
           03 filler       pic x(3)  value spaces.
           03 l-trf-obs    pic x(15).
       01  total-trf.
           03 filler       pic x(2)  value spaces.
           03 l-ttr-etiqueta pic x(40).
           03 filler       pic x(5)  value spaces.
           03 l-ttr-cantidad pic zzz.zzz.zz9.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0010-INICIO-GENERAL.
           PERFORM 0020-CARGAR-PERIODOS.
           PERFORM 0100-PROCESAR-TRANSFERENCIAS.
           PERFORM 0500-LISTAR-PENDIENTES.
           PERFORM 0900-FIN-GENERAL.
           STOP RUN.
      *
      ********************** RUTINAS DE INICIO *************************
      *
       0010-INICIO-GENERAL.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           MOVE ZEROES TO cont-trans-leidas.
           MOVE ZEROES TO cont-despachos.
           MOVE ZEROES TO cont-recepciones.
           MOVE ZEROES TO cont-rechazos.
           MOVE ZEROES TO cont-pendientes.
           MOVE ZEROES TO w-cont-paginas.
           OPEN I-O REGISTRO-TRANSFERENCIAS.
           IF w-rtr-status = "35"
               OPEN OUTPUT REGISTRO-TRANSFERENCIAS
               CLOSE REGISTRO-TRANSFERENCIAS
               OPEN I-O REGISTRO-TRANSFERENCIAS
           END-IF.
           OPEN OUTPUT LISTADO-TRANSFERENCIAS.
      *
       0020-CARGAR-PERIODOS.
           MOVE ZEROES TO w-cant-periodos.
           MOVE "n" TO flagPeriodos.
           OPEN INPUT PERIODOS.
           IF w-per-status = "00"
               PERFORM UNTIL flagPeriodos = "s"
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
           END-IF.
      *
       0025-BUSCAR-PERIODO.
           MOVE "A" TO w-periodo-estado.
           PERFORM VARYING ix-per FROM 1 BY 1
               UNTIL ix-per > w-cant-periodos
               IF tp-mes(ix-per) = w-busca-mes
                   MOVE tp-estado(ix-per) TO w-periodo-estado
               END-IF
           END-PERFORM.
      *
      ****************** RUTINAS PROCESO DE TRANSFERENCIAS *************
      *
       0100-PROCESAR-TRANSFERENCIAS.
           PERFORM 0110-INICIO-GRAL-TRF.
           PERFORM 0120-LEER-TRANSFERENCIA.
           PERFORM UNTIL flagTransferencias = "s"
               PERFORM 0130-VALIDAR-TRANSFERENCIA
               IF w-trf-valida = "s"
                   EVALUATE TRUE
                       WHEN trf-despacho
                           PERFORM 0140-POSTEAR-DESPACHO
                       WHEN trf-confirmacion
                           PERFORM 0150-POSTEAR-RECEPCION
                   END-EVALUATE
               ELSE
                   PERFORM 0160-RECHAZAR-TRANSFERENCIA
               END-IF
               PERFORM 0120-LEER-TRANSFERENCIA
           END-PERFORM.
           PERFORM 0190-FIN-GRAL-TRF.
      *
       0110-INICIO-GRAL-TRF.
           MOVE "n" TO flagTransferencias.
           MOVE "P" TO w-seccion.
           MOVE "LISTADO DE TRANSFERENCIAS ENTRE DEPOSITOS"
               TO l-trf-titulo.
           OPEN INPUT TRANSFERENCIAS-MOV.
           IF w-trf-status = "35"
               OPEN OUTPUT TRANSFERENCIAS-MOV
               CLOSE TRANSFERENCIAS-MOV
               OPEN INPUT TRANSFERENCIAS-MOV
           END-IF.
           OPEN INPUT ARTICULOS.
           OPEN I-O STOCK.
           IF w-stk-status = "35"
               OPEN OUTPUT STOCK
               CLOSE STOCK
               OPEN I-O STOCK
           END-IF.
           OPEN EXTEND STOCK-MOVIMIENTOS.
           IF w-mov-status = "35"
               OPEN OUTPUT STOCK-MOVIMIENTOS
           END-IF.
           OPEN OUTPUT RECHAZOS-TRANSFERENCIAS.
           PERFORM 0800-LISTAR-ENCABEZADO.
      *
       0120-LEER-TRANSFERENCIA.
           READ TRANSFERENCIAS-MOV
               AT END MOVE "s" TO flagTransferencias.
           IF flagTransferencias <> "s"
               ADD 1 TO cont-trans-leidas
           END-IF.
      *
       0130-VALIDAR-TRANSFERENCIA.
           MOVE "s" TO w-trf-valida.
           MOVE spaces TO w-trf-motivo.
           EVALUATE TRUE
               WHEN trf-tipo <> "D" AND trf-tipo <> "C"
                   MOVE "TIPO DE TRANSACCION INVALIDO" TO w-trf-motivo
               WHEN trf-numero IS NOT NUMERIC
                   MOVE "NUMERO DE TRANSFERENCIA NO NUMERICO"
                       TO w-trf-motivo
               WHEN trf-art IS NOT NUMERIC
                   MOVE "CODIGO DE ARTICULO NO NUMERICO" TO w-trf-motivo
               WHEN trf-fecha IS NOT NUMERIC
                   MOVE "FECHA NO NUMERICA" TO w-trf-motivo
               WHEN trf-cant IS NOT NUMERIC
                   MOVE "CANTIDAD NO NUMERICA" TO w-trf-motivo
               WHEN trf-despacho AND (trf-dep-origen IS NOT NUMERIC
                   OR trf-dep-destino IS NOT NUMERIC)
                   MOVE "DEPOSITO NO NUMERICO" TO w-trf-motivo
               WHEN trf-despacho AND trf-dep-origen = trf-dep-destino
                   MOVE "DEPOSITO ORIGEN IGUAL AL DESTINO"
                       TO w-trf-motivo
               WHEN trf-despacho AND trf-cant = ZEROES
                   MOVE "CANTIDAD EN CERO" TO w-trf-motivo
               WHEN trf-fecha > w-fecha-proceso
                   MOVE "FECHA POSTERIOR A LA FECHA DE PROCESO"
                       TO w-trf-motivo
           END-EVALUATE.
           IF w-trf-motivo <> spaces
               MOVE "n" TO w-trf-valida
           END-IF.
           IF w-trf-valida = "s"
               MOVE trf-fecha(1:6) TO w-busca-mes
               PERFORM 0025-BUSCAR-PERIODO
               IF w-periodo-estado = "C"
                   MOVE "FECHA EN PERIODO CONTABLE CERRADO"
                       TO w-trf-motivo
                   MOVE "n" TO w-trf-valida
               END-IF
           END-IF.
           IF w-trf-valida = "s"
               PERFORM 0133-VALIDAR-ARTICULO
           END-IF.
           IF w-trf-valida = "s"
               PERFORM 0135-VALIDAR-REGISTRO
           END-IF.
           IF w-trf-valida = "s" AND trf-despacho
               PERFORM 0137-VALIDAR-STOCK-ORIGEN
           END-IF.
      *
       0133-VALIDAR-ARTICULO.
           MOVE trf-art TO art_cod.
           READ ARTICULOS
               INVALID KEY
                   MOVE spaces TO art_nombre
                   IF trf-despacho
                       MOVE "ARTICULO INEXISTENTE" TO w-trf-motivo
                       MOVE "n" TO w-trf-valida
                   END-IF
           END-READ.
      *
       0135-VALIDAR-REGISTRO.
           MOVE trf-numero TO rtr-numero.
           MOVE trf-art    TO rtr-art.
           READ REGISTRO-TRANSFERENCIAS
               INVALID KEY
                   IF trf-confirmacion
                       MOVE "TRANSFERENCIA NO DESPACHADA"
                           TO w-trf-motivo
                       MOVE "n" TO w-trf-valida
                   END-IF
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN trf-despacho
                           MOVE "TRANSFERENCIA YA REGISTRADA"
                               TO w-trf-motivo
                           MOVE "n" TO w-trf-valida
                       WHEN rtr-recibida
                           MOVE "TRANSFERENCIA YA RECIBIDA"
                               TO w-trf-motivo
                           MOVE "n" TO w-trf-valida
                       WHEN trf-dep-destino IS NUMERIC
                           AND trf-dep-destino <> ZEROES
                           AND trf-dep-destino <> rtr-dep-destino
                           MOVE "DEPOSITO DESTINO NO COINCIDE"
                               TO w-trf-motivo
                           MOVE "n" TO w-trf-valida
                       WHEN trf-fecha < rtr-fecha-despacho
                           MOVE "RECEPCION ANTERIOR AL DESPACHO"
                               TO w-trf-motivo
                           MOVE "n" TO w-trf-valida
                       WHEN trf-cant >
                           rtr-cant-despachada - rtr-cant-recibida
                           MOVE "CANTIDAD MAYOR A LA PENDIENTE"
                               TO w-trf-motivo
                           MOVE "n" TO w-trf-valida
                   END-EVALUATE
           END-READ.
      *
       0137-VALIDAR-STOCK-ORIGEN.
           MOVE trf-dep-origen TO stk_dep.
           MOVE trf-art        TO stk_cod.
           READ STOCK
               INVALID KEY
                   MOVE "ARTICULO SIN STOCK EN DEPOSITO ORIGEN"
                       TO w-trf-motivo
                   MOVE "n" TO w-trf-valida
               NOT INVALID KEY
                   IF stk_cantidad < trf-cant
                       MOVE "STOCK INSUFICIENTE EN DEPOSITO ORIGEN"
                           TO w-trf-motivo
                       MOVE "n" TO w-trf-valida
                   END-IF
           END-READ.
      *
       0140-POSTEAR-DESPACHO.
           SUBTRACT trf-cant FROM stk_cantidad.
           REWRITE stk_reg.
           MOVE "S"            TO mov-tipo.
           MOVE trf-dep-origen TO mov-dep.
           MOVE trf-art        TO mov-art.
           MOVE trf-fecha      TO mov-fecha.
           MOVE trf-cant       TO mov-cant.
           MOVE stk_cantidad   TO mov-saldo.
           WRITE mov-reg.
           MOVE trf-numero      TO rtr-numero.
           MOVE trf-art         TO rtr-art.
           MOVE trf-dep-origen  TO rtr-dep-origen.
           MOVE trf-dep-destino TO rtr-dep-destino.
           MOVE trf-cant        TO rtr-cant-despachada.
           MOVE trf-fecha       TO rtr-fecha-despacho.
           MOVE ZEROES          TO rtr-cant-recibida.
           MOVE ZEROES          TO rtr-fecha-recepcion.
           MOVE "T"             TO rtr-estado.
           WRITE rtr-reg.
           ADD 1 TO cont-despachos.
           MOVE "DESPACHO" TO l-trf-operacion.
           MOVE trf-fecha  TO l-trf-fecha.
           MOVE spaces     TO l-trf-obs.
           PERFORM 0170-GENERAR-LINEA-TRF.
           PERFORM 0850-LISTAR-DETALLE.
      *
       0150-POSTEAR-RECEPCION.
           IF trf-cant = ZEROES
               COMPUTE w-cant-recibida =
                   rtr-cant-despachada - rtr-cant-recibida
           ELSE
               MOVE trf-cant TO w-cant-recibida
           END-IF.
           MOVE rtr-dep-destino TO stk_dep.
           MOVE rtr-art         TO stk_cod.
           READ STOCK
               INVALID KEY
                   MOVE rtr-dep-destino TO stk_dep
                   MOVE rtr-art         TO stk_cod
                   MOVE w-cant-recibida TO stk_cantidad
                   WRITE stk_reg
               NOT INVALID KEY
                   ADD w-cant-recibida TO stk_cantidad
                   REWRITE stk_reg
           END-READ.
           MOVE "R"             TO mov-tipo.
           MOVE rtr-dep-destino TO mov-dep.
           MOVE rtr-art         TO mov-art.
           MOVE trf-fecha       TO mov-fecha.
           MOVE w-cant-recibida TO mov-cant.
           MOVE stk_cantidad    TO mov-saldo.
           WRITE mov-reg.
           ADD w-cant-recibida  TO rtr-cant-recibida.
           MOVE trf-fecha       TO rtr-fecha-recepcion.
           IF rtr-cant-recibida = rtr-cant-despachada
               MOVE "R"         TO rtr-estado
           END-IF.
           REWRITE rtr-reg.
           ADD 1 TO cont-recepciones.
           MOVE "RECEPCION" TO l-trf-operacion.
           MOVE trf-fecha   TO l-trf-fecha.
           IF rtr-cant-recibida <> rtr-cant-despachada
               MOVE "*RECEP.PARCIAL*" TO l-trf-obs
           ELSE
               MOVE spaces TO l-trf-obs
           END-IF.
           PERFORM 0170-GENERAR-LINEA-TRF.
           PERFORM 0850-LISTAR-DETALLE.
      *
       0160-RECHAZAR-TRANSFERENCIA.
           MOVE trf-crudo-texto TO rtf-crudo.
           MOVE w-trf-motivo    TO rtf-motivo.
           WRITE rtf-reg.
           ADD 1 TO cont-rechazos.
      *
       0170-GENERAR-LINEA-TRF.
           MOVE rtr-numero          TO l-trf-numero.
           MOVE rtr-dep-origen      TO l-trf-origen.
           MOVE rtr-dep-destino     TO l-trf-destino.
           MOVE rtr-art             TO l-trf-cod.
           MOVE art_nombre          TO l-trf-nombre.
           MOVE rtr-cant-despachada TO l-trf-despachada.
           MOVE rtr-cant-recibida   TO l-trf-recibida.
      *
       0190-FIN-GRAL-TRF.
           MOVE "TRANSFERENCIAS DESPACHADAS" TO l-ttr-etiqueta.
           MOVE cont-despachos TO l-ttr-cantidad.
           PERFORM 0860-LISTAR-TOTAL.
           MOVE "TRANSFERENCIAS RECIBIDAS" TO l-ttr-etiqueta.
           MOVE cont-recepciones TO l-ttr-cantidad.
           PERFORM 0860-LISTAR-TOTAL.
           MOVE "TRANSACCIONES RECHAZADAS" TO l-ttr-etiqueta.
           MOVE cont-rechazos TO l-ttr-cantidad.
           PERFORM 0860-LISTAR-TOTAL.
           CLOSE TRANSFERENCIAS-MOV.
           CLOSE STOCK.
           CLOSE STOCK-MOVIMIENTOS.
           CLOSE RECHAZOS-TRANSFERENCIAS.
      *
      ************* RUTINAS TRANSFERENCIAS PENDIENTES DE RECEPCION *****
      *
       0500-LISTAR-PENDIENTES.
           PERFORM 0510-INICIO-GRAL-PEN.
           PERFORM 0520-LEER-REGISTRO-SEC.
           PERFORM UNTIL flagRegistro = "s"
               IF rtr-en-transito
                   PERFORM 0530-LISTAR-PENDIENTE
               END-IF
               PERFORM 0520-LEER-REGISTRO-SEC
           END-PERFORM.
           PERFORM 0590-FIN-GRAL-PEN.
      *
       0510-INICIO-GRAL-PEN.
           MOVE "n" TO flagRegistro.
           MOVE "TRANSFERENCIAS DESPACHADAS PENDIENTES DE RECEPCION"
               TO l-trf-titulo.
           PERFORM 0800-LISTAR-ENCABEZADO.
           MOVE ZEROES TO rtr-clave.
           START REGISTRO-TRANSFERENCIAS KEY IS NOT LESS THAN rtr-clave
               INVALID KEY MOVE "s" TO flagRegistro
           END-START.
      *
       0520-LEER-REGISTRO-SEC.
           IF flagRegistro <> "s"
               READ REGISTRO-TRANSFERENCIAS NEXT RECORD
                   AT END MOVE "s" TO flagRegistro
               END-READ
           END-IF.
      *
       0530-LISTAR-PENDIENTE.
           MOVE rtr-art TO art_cod.
           READ ARTICULOS
               INVALID KEY MOVE spaces TO art_nombre
           END-READ.
           MOVE rtr-fecha-despacho TO w-fecha-calc-a.
           MOVE w-fecha-proceso    TO w-fecha-calc-b.
           COMPUTE w-dias-transito =
               (w-fcb-anio - w-fca-anio) * 360
               + (w-fcb-mes - w-fca-mes) * 30
               + (w-fcb-dia - w-fca-dia).
           MOVE "EN TRANSITO"      TO l-trf-operacion.
           MOVE rtr-fecha-despacho TO l-trf-fecha.
           MOVE w-dias-transito    TO w-dias-edit.
           MOVE spaces             TO l-trf-obs.
           STRING "*" DELIMITED BY SIZE
               w-dias-edit DELIMITED BY SIZE
               " DIAS*" DELIMITED BY SIZE
               INTO l-trf-obs
           END-STRING.
           PERFORM 0170-GENERAR-LINEA-TRF.
           PERFORM 0850-LISTAR-DETALLE.
           ADD 1 TO cont-pendientes.
      *
       0590-FIN-GRAL-PEN.
           MOVE "TRANSFERENCIAS PENDIENTES DE RECEPCION"
               TO l-ttr-etiqueta.
           MOVE cont-pendientes TO l-ttr-cantidad.
           PERFORM 0860-LISTAR-TOTAL.
      *
      ********************** RUTINAS DE IMPRESION **********************
      *
       0800-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas to l-trf-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-trf-reg FROM cabecera-trf1
               DISPLAY lis-trf-reg
           ELSE
               WRITE lis-trf-reg FROM cabecera-trf1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-trf-reg FROM cabecera-trf2 AFTER 2.
           DISPLAY lis-trf-reg.
           WRITE lis-trf-reg FROM cabecera-trf3 AFTER 2.
           DISPLAY lis-trf-reg.
           WRITE lis-trf-reg FROM cabecera-trf4.
           DISPLAY lis-trf-reg.
      *
       0850-LISTAR-DETALLE.
           IF LINAGE-COUNTER OF LISTADO-TRANSFERENCIAS = 56
               PERFORM 0800-LISTAR-ENCABEZADO.
           WRITE lis-trf-reg FROM detalle-trf AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-trf-reg.
      *
       0860-LISTAR-TOTAL.
           WRITE lis-trf-reg FROM total-trf AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-trf-reg.
      *
      ********************** RUTINAS DE FIN ****************************
      *
       0900-FIN-GENERAL.
           CLOSE REGISTRO-TRANSFERENCIAS.
           CLOSE ARTICULOS.
           CLOSE LISTADO-TRANSFERENCIAS.
           DISPLAY "TRANSACCIONES LEIDAS:     " cont-trans-leidas.
           DISPLAY "DESPACHOS POSTEADOS:      " cont-despachos.
           DISPLAY "RECEPCIONES POSTEADAS:    " cont-recepciones.
           DISPLAY "TRANSACCIONES RECHAZADAS: " cont-rechazos.
           DISPLAY "PENDIENTES DE RECEPCION:  " cont-pendientes.
      *
       END PROGRAM TRANSFERENCIAS-DEPOSITOS.
