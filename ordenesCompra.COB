      ******************************************************************
      * Author:
      * Date:
      * Purpose: Generacion de ordenes de compra a partir de las
      *          sugerencias de compra del proceso de ventas, agrupadas
      *          por proveedor habitual del articulo, sin volver a
      *          pedir articulos marcados sin rotacion. Lista las
      *          sugerencias excluidas, las observaciones de recepcion
      *          contra ordenes (sin orden, sobreentregas) y las lineas
      *          de ordenes pendientes de entrega con su antiguedad.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDENES-COMPRA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUGERENCIAS-COMPRA ASSIGN TO "..\sugerencias.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-sug-status.
           SELECT SUGERENCIAS-SORT ASSIGN TO "sortwork".
           SELECT SUGERENCIAS-EXCLUIDAS ASSIGN TO
               "..\sugerencias-excluidas.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT ARTICULOS ASSIGN TO "..\articulos.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is art_cod.
           SELECT SIN-ROTACION ASSIGN TO "..\sin-rotacion.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is srn-clave
               FILE STATUS is w-srn-status.
           SELECT NUMERADORES ASSIGN TO "..\numeradores.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is RANDOM
               RECORD KEY is num-tipo
               FILE STATUS is w-num-status.
           SELECT ORDENES-COMPRA ASSIGN TO "..\ordenes-compra.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is DYNAMIC
               RECORD KEY is odc-clave
               FILE STATUS is w-odc-status.
           SELECT OBSERVACIONES-RECEPCION ASSIGN TO
               "..\obs-recepciones.txt"
               ORGANIZATION is line SEQUENTIAL
               FILE STATUS is w-obr-status.
           SELECT LISTADO-ORDENES ASSIGN TO
               PRINTER, "..\impre-ordenes.txt"
               ORGANIZATION is line SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SUGERENCIAS-COMPRA.
       01  sug-reg.
           03 sug-dep                pic 99.
           03 sug-art                pic 9(5).
           03 sug-nombre             pic X(20).
           03 sug-cant-faltante      pic s9(5).
       SD  SUGERENCIAS-SORT.
       01  srt-sug-reg.
           03 srt-sug-proveedor      pic X(10).
           03 srt-sug-dep            pic 99.
           03 srt-sug-art            pic 9(5).
           03 srt-sug-nombre         pic X(20).
           03 srt-sug-cant           pic 9(5).
       FD  SUGERENCIAS-EXCLUIDAS.
       01  sxc-reg.
           03 sxc-dep                pic 99.
           03 sxc-art                pic 9(5).
           03 sxc-nombre             pic X(20).
           03 sxc-cant               pic s9(5).
           03 sxc-motivo             pic x(40).
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
       FD  SIN-ROTACION.
       01  srn-reg.
           03 srn-clave.
               05 srn-dep            pic 99.
               05 srn-art            pic 9(5).
           03 srn-stock              pic s9(5).
           03 srn-ultima-venta       pic 9(8).
           03 srn-fecha-proceso      pic 9(8).
       FD  NUMERADORES.
       01  num-reg.
           03 num-tipo               pic X(2).
           03 num-ultimo             pic 9(8).
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
       FD  LISTADO-ORDENES
           LINAGE is 61 LINES
               with FOOTING at 59
               lines at top 3
               lines at bottom 3.
       01  lis-odc-reg pic x(110).
       WORKING-STORAGE SECTION.
       77  flagSugerencias         pic X.
       77  flagSrtSugerencias      pic X.
       77  flagExcluidas           pic X.
       77  flagObservaciones       pic X.
       77  flagOrdenes             pic X.
       77  w-sug-status            pic xx.
       77  w-num-status            pic xx.
       77  w-odc-status            pic xx.
       77  w-obr-status            pic xx.
       77  w-sug-motivo            pic x(40).
       77  w-seccion               pic X.
       77  w-ya-pedido             pic X.
       77  w-sin-rotacion          pic X.
       77  w-srn-status            pic xx.
       77  w-fecha-proceso         pic 9(8).
       77  w-numero-orden          pic 9(6).
       77  w-linea-orden           pic 9(3).
       77  w-dias-pendiente        pic s9(5).
       77  w-cant-pendiente        pic s9(5).
       77  w-cant-pendientes       pic 9(4).
       77  acu-cant-linea          pic 9(5).
       77  acu-cant-orden          pic 9(7).
       77  acu-pend-30             pic 9(7).
       77  acu-pend-60             pic 9(7).
       77  acu-pend-90             pic 9(7).
       77  acu-pend-mas-90         pic 9(7).
       77  cont-sug-leidas         pic 9(7).
       77  cont-sug-excluidas      pic 9(7).
       77  cont-ordenes            pic 9(7).
       77  cont-lineas             pic 9(7).
       77  cont-observaciones      pic 9(7).
       77  cont-lineas-pendientes  pic 9(7).
       01  w-cont-paginas          pic 99.
       01  ix-pen                  pic 9(4).
       01  srt-sug-proveedor-ant   pic X(10).
       01  srt-sug-dep-ant         pic 99.
       01  srt-sug-art-ant         pic 9(5).
       01  srt-sug-nombre-ant      pic X(20).
       01  tabla-pendientes.
           03 tpn-item OCCURS 2000 TIMES.
               05 tpn-dep          pic 99.
               05 tpn-art          pic 9(5).
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
       01  cabecera-odc1.
           03 filler       pic x(2).
           03 l-odc-titulo pic x(55).
           03 filler       pic x(5)  value spaces.
           03 filler       pic x(13) value "NRO. DE PAG. ".
           03 l-odc-nro-pag pic 99.
           03 filler       pic x(3).
       01  cabecera-odc2.
           03 filler       pic x(110) value all "-".
       01  cabecera-odc3.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value "ORDEN".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value "LIN".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(10) value "PROVEEDOR".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value "DEP".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value "CODIGO".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(20) value "NOMBRE".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value "CANTIDAD".
       01  cabecera-odc4.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(10) value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(20) value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value all "-".
       01  detalle-odc.
           03 filler       pic x(2)  value spaces.
           03 l-odc-numero pic 9(6).
           03 filler       pic x(2)  value spaces.
           03 l-odc-linea  pic 9(3).
           03 filler       pic x(2)  value spaces.
           03 l-odc-proveedor pic x(10).
           03 filler       pic x(2)  value spaces.
           03 l-odc-dep    pic 99.
           03 filler       pic x(3)  value spaces.
           03 l-odc-cod    pic 9(5).
           03 filler       pic x(2)  value spaces.
           03 l-odc-nombre pic x(20).
           03 filler       pic x(4)  value spaces.
           03 l-odc-cantidad pic zz.zz9.
       01  cabecera-sxc3.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value "DEP".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value "CODIGO".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(20) value "NOMBRE".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value "FALTANTE".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(40) value "MOTIVO DE EXCLUSION".
       01  cabecera-sxc4.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(20) value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(40) value all "-".
       01  detalle-sxc.
           03 filler       pic x(2)  value spaces.
           03 l-sxc-dep    pic 99.
           03 filler       pic x(3)  value spaces.
           03 l-sxc-cod    pic 9(5).
           03 filler       pic x(2)  value spaces.
           03 l-sxc-nombre pic x(20).
           03 filler       pic x(3)  value spaces.
           03 l-sxc-cantidad pic -zz.zz9.
           03 filler       pic x(2)  value spaces.
           03 l-sxc-motivo pic x(40).
       01  cabecera-obr3.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value "FECHA".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value "ORDEN".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(10) value "PROVEEDOR".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value "DEP".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value "CODIGO".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value "RECIB.".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value "PEDIDO".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value "EXCESO".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(37) value "OBSERVACION".
       01  cabecera-obr4.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(8)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(10) value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(3)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(37) value all "-".
       01  detalle-obr.
           03 filler       pic x(2)  value spaces.
           03 l-obr-fecha  pic 9(8).
           03 filler       pic x(2)  value spaces.
           03 l-obr-orden  pic 9(6).
           03 filler       pic x(2)  value spaces.
           03 l-obr-proveedor pic x(10).
           03 filler       pic x(2)  value spaces.
           03 l-obr-dep    pic 99.
           03 filler       pic x(3)  value spaces.
           03 l-obr-cod    pic 9(5).
           03 filler       pic x(3)  value spaces.
           03 l-obr-recibida pic zz.zz9.
           03 filler       pic x(2)  value spaces.
           03 l-obr-pedida pic zz.zz9.
           03 filler       pic x(2)  value spaces.
           03 l-obr-exceso pic zz.zz9.
           03 filler       pic x(2)  value spaces.
           03 l-obr-motivo pic x(37).
       01  cabecera-pnd3.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value "ORDEN".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(3)  value "LIN".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(10) value "PROVEEDOR".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(3)  value "DEP".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(6)  value "CODIGO".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(20) value "NOMBRE".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(8)  value "FECHA".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(6)  value "PEDIDO".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(6)  value "RECIB.".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(6)  value "PEND.".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(5)  value " DIAS".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(7)  value "ESTADO".
       01  cabecera-pnd4.
           03 filler       pic x(2)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(3)  value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(10) value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(3)  value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(20) value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(8)  value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(6)  value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(5)  value all "-".
           03 filler       pic x(1)  value spaces.
           03 filler       pic x(7)  value all "-".
       01  detalle-pnd.
           03 filler       pic x(2)  value spaces.
           03 l-pnd-numero pic 9(6).
           03 filler       pic x(1)  value spaces.
           03 l-pnd-linea  pic 9(3).
           03 filler       pic x(1)  value spaces.
           03 l-pnd-proveedor pic x(10).
           03 filler       pic x(1)  value spaces.
           03 l-pnd-dep    pic 99.
           03 filler       pic x(2)  value spaces.
           03 l-pnd-cod    pic 9(5).
           03 filler       pic x(2)  value spaces.
           03 l-pnd-nombre pic x(20).
           03 filler       pic x(1)  value spaces.
           03 l-pnd-fecha  pic 9(8).
           03 filler       pic x(1)  value spaces.
           03 l-pnd-pedida pic zz.zz9.
           03 filler       pic x(1)  value spaces.
           03 l-pnd-recibida pic zz.zz9.
           03 filler       pic x(1)  value spaces.
           03 l-pnd-pendiente pic zz.zz9.
           03 filler       pic x(1)  value spaces.
           03 l-pnd-dias   pic -zzz9.
           03 filler       pic x(1)  value spaces.
           03 l-pnd-estado pic x(7).
       01  total-odc.
           03 filler       pic x(2)  value spaces.
           03 l-tod-etiqueta pic x(40).
           03 filler       pic x(5)  value spaces.
           03 l-tod-cantidad pic zzz.zzz.zz9.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0010-INICIO-GENERAL.
           PERFORM 0020-CARGAR-PENDIENTES.
           SORT SUGERENCIAS-SORT
               ASCENDING srt-sug-proveedor
               ASCENDING srt-sug-dep
               ASCENDING srt-sug-art
               INPUT PROCEDURE IS 0100-SELECCIONAR-SUGERENCIAS
               OUTPUT PROCEDURE IS 0200-GENERAR-ORDENES.
           PERFORM 0300-LISTAR-EXCLUIDAS.
           PERFORM 0500-LISTAR-OBSERVACIONES.
           PERFORM 0600-LISTAR-PENDIENTES.
           PERFORM 0900-FIN-GENERAL.
           STOP RUN.
      *
      ********************** RUTINAS DE INICIO *************************
      *
       0010-INICIO-GENERAL.
           ACCEPT w-fecha-proceso FROM DATE YYYYMMDD.
           MOVE ZEROES TO cont-sug-leidas.
           MOVE ZEROES TO cont-sug-excluidas.
           MOVE ZEROES TO cont-ordenes.
           MOVE ZEROES TO cont-lineas.
           MOVE ZEROES TO cont-observaciones.
           MOVE ZEROES TO cont-lineas-pendientes.
           MOVE ZEROES TO w-cont-paginas.
           OPEN INPUT ARTICULOS.
           OPEN I-O NUMERADORES.
           IF w-num-status = "35"
               OPEN OUTPUT NUMERADORES
               CLOSE NUMERADORES
               OPEN I-O NUMERADORES
           END-IF.
           OPEN I-O ORDENES-COMPRA.
           IF w-odc-status = "35"
               OPEN OUTPUT ORDENES-COMPRA
               CLOSE ORDENES-COMPRA
               OPEN I-O ORDENES-COMPRA
           END-IF.
           OPEN OUTPUT LISTADO-ORDENES.
      *
       0020-CARGAR-PENDIENTES.
           MOVE ZEROES TO w-cant-pendientes.
           PERFORM 0610-POSICIONAR-ORDENES.
           PERFORM 0620-LEER-ORDEN-SEC.
           PERFORM UNTIL flagOrdenes = "s"
               IF (odc-pendiente OR odc-parcial)
                   AND w-cant-pendientes < 2000
                   ADD 1 TO w-cant-pendientes
                   MOVE odc-dep TO tpn-dep(w-cant-pendientes)
                   MOVE odc-art TO tpn-art(w-cant-pendientes)
               END-IF
               PERFORM 0620-LEER-ORDEN-SEC
           END-PERFORM.
      *
      ************** RUTINAS SELECCION DE SUGERENCIAS (INPUT) **********
      *
       0100-SELECCIONAR-SUGERENCIAS.
           PERFORM 0110-INICIO-GRAL-SUG.
           PERFORM 0120-LEER-SUGERENCIA.
           PERFORM UNTIL flagSugerencias = "s"
               PERFORM 0130-VALIDAR-SUGERENCIA
               IF w-sug-motivo = spaces
                   PERFORM 0140-RELEASE-SUGERENCIA
               ELSE
                   PERFORM 0150-EXCLUIR-SUGERENCIA
               END-IF
               PERFORM 0120-LEER-SUGERENCIA
           END-PERFORM.
           PERFORM 0190-FIN-GRAL-SUG.
      *
       0110-INICIO-GRAL-SUG.
           MOVE "n" TO flagSugerencias.
           OPEN INPUT SUGERENCIAS-COMPRA.
           IF w-sug-status = "35"
               OPEN OUTPUT SUGERENCIAS-COMPRA
               CLOSE SUGERENCIAS-COMPRA
               OPEN INPUT SUGERENCIAS-COMPRA
           END-IF.
           OPEN OUTPUT SUGERENCIAS-EXCLUIDAS.
           OPEN INPUT SIN-ROTACION.
           IF w-srn-status = "35"
               OPEN OUTPUT SIN-ROTACION
               CLOSE SIN-ROTACION
               OPEN INPUT SIN-ROTACION
           END-IF.
      *
       0120-LEER-SUGERENCIA.
           READ SUGERENCIAS-COMPRA AT END MOVE "s" TO flagSugerencias.
           IF flagSugerencias <> "s"
               ADD 1 TO cont-sug-leidas
           END-IF.
      *
       0130-VALIDAR-SUGERENCIA.
           MOVE spaces TO w-sug-motivo.
           MOVE sug-art TO art_cod.
           READ ARTICULOS
               INVALID KEY
                   MOVE "ARTICULO INEXISTENTE" TO w-sug-motivo
           END-READ.
           IF w-sug-motivo = spaces
               PERFORM 0135-BUSCAR-PENDIENTE
               PERFORM 0137-BUSCAR-SIN-ROTACION
               EVALUATE TRUE
                   WHEN sug-cant-faltante NOT > ZEROES
                       MOVE "CANTIDAD FALTANTE NO POSITIVA"
                           TO w-sug-motivo
                   WHEN art-inactivo
                       MOVE "ARTICULO DADO DE BAJA" TO w-sug-motivo
                   WHEN art_proveedor = spaces
                       MOVE "ARTICULO SIN PROVEEDOR ASIGNADO"
                           TO w-sug-motivo
                   WHEN w-ya-pedido = "s"
                       MOVE "YA PEDIDO EN ORDEN DE COMPRA PENDIENTE"
                           TO w-sug-motivo
                   WHEN w-sin-rotacion = "s"
                       MOVE "ARTICULO SIN ROTACION EN EL DEPOSITO"
                           TO w-sug-motivo
               END-EVALUATE
           END-IF.
      *
       0135-BUSCAR-PENDIENTE.
           MOVE "n" TO w-ya-pedido.
           PERFORM VARYING ix-pen FROM 1 BY 1
               UNTIL ix-pen > w-cant-pendientes
               IF tpn-dep(ix-pen) = sug-dep
                   AND tpn-art(ix-pen) = sug-art
                   MOVE "s" TO w-ya-pedido
               END-IF
           END-PERFORM.
      *
       0137-BUSCAR-SIN-ROTACION.
           MOVE "n" TO w-sin-rotacion.
           MOVE sug-dep TO srn-dep.
           MOVE sug-art TO srn-art.
           READ SIN-ROTACION
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "s" TO w-sin-rotacion
           END-READ.
      *
       0140-RELEASE-SUGERENCIA.
           MOVE art_proveedor     TO srt-sug-proveedor.
           MOVE sug-dep           TO srt-sug-dep.
           MOVE sug-art           TO srt-sug-art.
           MOVE art_nombre        TO srt-sug-nombre.
           MOVE sug-cant-faltante TO srt-sug-cant.
           RELEASE srt-sug-reg.
      *
       0150-EXCLUIR-SUGERENCIA.
           MOVE sug-dep           TO sxc-dep.
           MOVE sug-art           TO sxc-art.
           MOVE sug-nombre        TO sxc-nombre.
           MOVE sug-cant-faltante TO sxc-cant.
           MOVE w-sug-motivo      TO sxc-motivo.
           WRITE sxc-reg.
           ADD 1 TO cont-sug-excluidas.
      *
       0190-FIN-GRAL-SUG.
           CLOSE SUGERENCIAS-COMPRA.
           CLOSE SUGERENCIAS-EXCLUIDAS.
           CLOSE SIN-ROTACION.
      *
      ************** RUTINAS GENERACION DE ORDENES (OUTPUT) ************
      *
       0200-GENERAR-ORDENES.
           PERFORM 0210-INICIO-GRAL-ODC.
           PERFORM 0220-LEER-REGISTRO-SRT-SUG.
           PERFORM UNTIL flagSrtSugerencias = "s"
               PERFORM 0230-INICIO-ORDEN
               PERFORM UNTIL flagSrtSugerencias = "s"
                   OR srt-sug-proveedor <> srt-sug-proveedor-ant
                   PERFORM 0240-INICIO-LINEA
                   PERFORM UNTIL flagSrtSugerencias = "s"
                       OR srt-sug-proveedor <> srt-sug-proveedor-ant
                       OR srt-sug-dep <> srt-sug-dep-ant
                       OR srt-sug-art <> srt-sug-art-ant
                       ADD srt-sug-cant TO acu-cant-linea
                       PERFORM 0220-LEER-REGISTRO-SRT-SUG
                   END-PERFORM
                   PERFORM 0260-FIN-LINEA
               END-PERFORM
               PERFORM 0280-FIN-ORDEN
           END-PERFORM.
      *
       0210-INICIO-GRAL-ODC.
           MOVE "n" TO flagSrtSugerencias.
           MOVE "O" TO w-seccion.
           MOVE "ORDENES DE COMPRA GENERADAS" TO l-odc-titulo.
           PERFORM 0800-LISTAR-ENCABEZADO.
      *
       0220-LEER-REGISTRO-SRT-SUG.
           RETURN SUGERENCIAS-SORT
               AT END MOVE "s" TO flagSrtSugerencias.
      *
       0230-INICIO-ORDEN.
           MOVE srt-sug-proveedor TO srt-sug-proveedor-ant.
           MOVE ZEROES TO w-linea-orden.
           MOVE ZEROES TO acu-cant-orden.
           PERFORM 0235-TOMAR-NUMERO-ORDEN.
           ADD 1 TO cont-ordenes.
      *
       0235-TOMAR-NUMERO-ORDEN.
           MOVE "OC" TO num-tipo.
           READ NUMERADORES
               INVALID KEY
                   MOVE "OC" TO num-tipo
                   MOVE 1    TO num-ultimo
                   WRITE num-reg
               NOT INVALID KEY
                   ADD 1 TO num-ultimo
                   REWRITE num-reg
           END-READ.
           MOVE num-ultimo TO w-numero-orden.
      *
       0240-INICIO-LINEA.
           MOVE srt-sug-dep    TO srt-sug-dep-ant.
           MOVE srt-sug-art    TO srt-sug-art-ant.
           MOVE srt-sug-nombre TO srt-sug-nombre-ant.
           MOVE ZEROES TO acu-cant-linea.
           IF w-linea-orden = 999
               PERFORM 0280-FIN-ORDEN
               PERFORM 0230-INICIO-ORDEN
           END-IF.
      *
       0260-FIN-LINEA.
           ADD 1 TO w-linea-orden.
           MOVE w-numero-orden        TO odc-numero.
           MOVE w-linea-orden         TO odc-linea.
           MOVE srt-sug-proveedor-ant TO odc-proveedor.
           MOVE w-fecha-proceso       TO odc-fecha.
           MOVE srt-sug-dep-ant       TO odc-dep.
           MOVE srt-sug-art-ant       TO odc-art.
           MOVE acu-cant-linea        TO odc-cant-pedida.
           MOVE ZEROES                TO odc-cant-recibida.
           MOVE "P"                   TO odc-estado.
           WRITE odc-reg.
           ADD 1 TO cont-lineas.
           ADD acu-cant-linea TO acu-cant-orden.
           MOVE w-numero-orden        TO l-odc-numero.
           MOVE w-linea-orden         TO l-odc-linea.
           MOVE srt-sug-proveedor-ant TO l-odc-proveedor.
           MOVE srt-sug-dep-ant       TO l-odc-dep.
           MOVE srt-sug-art-ant       TO l-odc-cod.
           MOVE srt-sug-nombre-ant    TO l-odc-nombre.
           MOVE acu-cant-linea        TO l-odc-cantidad.
           PERFORM 0850-LISTAR-DETALLE-ODC.
      *
       0280-FIN-ORDEN.
           MOVE spaces TO l-tod-etiqueta.
           STRING "TOTAL ORDEN " DELIMITED BY SIZE
               w-numero-orden DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               srt-sug-proveedor-ant DELIMITED BY SIZE
               INTO l-tod-etiqueta
           END-STRING.
           MOVE acu-cant-orden TO l-tod-cantidad.
           PERFORM 0860-LISTAR-TOTAL.
           MOVE spaces TO lis-odc-reg.
           WRITE lis-odc-reg AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
      *
      ************** RUTINAS SUGERENCIAS EXCLUIDAS *********************
      *
       0300-LISTAR-EXCLUIDAS.
           MOVE "n" TO flagExcluidas.
           MOVE "X" TO w-seccion.
           MOVE "SUGERENCIAS DE COMPRA EXCLUIDAS DE LAS ORDENES"
               TO l-odc-titulo.
           PERFORM 0800-LISTAR-ENCABEZADO.
           OPEN INPUT SUGERENCIAS-EXCLUIDAS.
           PERFORM 0320-LEER-EXCLUIDA.
           PERFORM UNTIL flagExcluidas = "s"
               MOVE sxc-dep    TO l-sxc-dep
               MOVE sxc-art    TO l-sxc-cod
               MOVE sxc-nombre TO l-sxc-nombre
               MOVE sxc-cant   TO l-sxc-cantidad
               MOVE sxc-motivo TO l-sxc-motivo
               PERFORM 0852-LISTAR-DETALLE-SXC
               PERFORM 0320-LEER-EXCLUIDA
           END-PERFORM.
           CLOSE SUGERENCIAS-EXCLUIDAS.
           MOVE "SUGERENCIAS EXCLUIDAS" TO l-tod-etiqueta.
           MOVE cont-sug-excluidas TO l-tod-cantidad.
           PERFORM 0860-LISTAR-TOTAL.
      *
       0320-LEER-EXCLUIDA.
           READ SUGERENCIAS-EXCLUIDAS AT END MOVE "s" TO flagExcluidas.
      *
      ************** RUTINAS OBSERVACIONES DE RECEPCION ****************
      *
       0500-LISTAR-OBSERVACIONES.
           MOVE "n" TO flagObservaciones.
           MOVE "B" TO w-seccion.
           MOVE "RECEPCIONES OBSERVADAS CONTRA ORDENES DE COMPRA"
               TO l-odc-titulo.
           PERFORM 0800-LISTAR-ENCABEZADO.
           OPEN INPUT OBSERVACIONES-RECEPCION.
           IF w-obr-status = "00"
               PERFORM 0520-LEER-OBSERVACION
               PERFORM UNTIL flagObservaciones = "s"
                   PERFORM 0530-LISTAR-OBSERVACION
                   PERFORM 0520-LEER-OBSERVACION
               END-PERFORM
               CLOSE OBSERVACIONES-RECEPCION
      *        las observaciones ya listadas no se vuelven a informar
               OPEN OUTPUT OBSERVACIONES-RECEPCION
               CLOSE OBSERVACIONES-RECEPCION
           END-IF.
           MOVE "RECEPCIONES OBSERVADAS" TO l-tod-etiqueta.
           MOVE cont-observaciones TO l-tod-cantidad.
           PERFORM 0860-LISTAR-TOTAL.
      *
       0520-LEER-OBSERVACION.
           READ OBSERVACIONES-RECEPCION
               AT END MOVE "s" TO flagObservaciones.
      *
       0530-LISTAR-OBSERVACION.
           MOVE obr-fecha         TO l-obr-fecha.
           MOVE obr-orden         TO l-obr-orden.
           MOVE obr-proveedor     TO l-obr-proveedor.
           MOVE obr-dep           TO l-obr-dep.
           MOVE obr-art           TO l-obr-cod.
           MOVE obr-cant-recibida TO l-obr-recibida.
           MOVE obr-cant-pedida   TO l-obr-pedida.
           MOVE obr-cant-exceso   TO l-obr-exceso.
           MOVE obr-motivo        TO l-obr-motivo.
           PERFORM 0854-LISTAR-DETALLE-OBR.
           ADD 1 TO cont-observaciones.
      *
      ************** RUTINAS ORDENES PENDIENTES DE ENTREGA *************
      *
       0600-LISTAR-PENDIENTES.
           MOVE "P" TO w-seccion.
           MOVE "LINEAS DE ORDENES DE COMPRA PENDIENTES DE ENTREGA"
               TO l-odc-titulo.
           MOVE ZEROES TO acu-pend-30.
           MOVE ZEROES TO acu-pend-60.
           MOVE ZEROES TO acu-pend-90.
           MOVE ZEROES TO acu-pend-mas-90.
           PERFORM 0800-LISTAR-ENCABEZADO.
           PERFORM 0610-POSICIONAR-ORDENES.
           PERFORM 0620-LEER-ORDEN-SEC.
           PERFORM UNTIL flagOrdenes = "s"
               IF odc-pendiente OR odc-parcial
                   PERFORM 0630-LISTAR-PENDIENTE
               END-IF
               PERFORM 0620-LEER-ORDEN-SEC
           END-PERFORM.
           PERFORM 0690-FIN-GRAL-PND.
      *
       0610-POSICIONAR-ORDENES.
           MOVE "n" TO flagOrdenes.
           MOVE ZEROES TO odc-clave.
           START ORDENES-COMPRA KEY IS NOT LESS THAN odc-clave
               INVALID KEY MOVE "s" TO flagOrdenes
           END-START.
      *
       0620-LEER-ORDEN-SEC.
           IF flagOrdenes <> "s"
               READ ORDENES-COMPRA NEXT RECORD
                   AT END MOVE "s" TO flagOrdenes
               END-READ
           END-IF.
      *
       0630-LISTAR-PENDIENTE.
           MOVE odc-art TO art_cod.
           READ ARTICULOS
               INVALID KEY MOVE spaces TO art_nombre
           END-READ.
           MOVE odc-fecha       TO w-fecha-calc-a.
           MOVE w-fecha-proceso TO w-fecha-calc-b.
           COMPUTE w-dias-pendiente =
               (w-fcb-anio - w-fca-anio) * 360
               + (w-fcb-mes - w-fca-mes) * 30
               + (w-fcb-dia - w-fca-dia).
           COMPUTE w-cant-pendiente =
               odc-cant-pedida - odc-cant-recibida.
           EVALUATE TRUE
               WHEN w-dias-pendiente <= 30
                   ADD w-cant-pendiente TO acu-pend-30
               WHEN w-dias-pendiente <= 60
                   ADD w-cant-pendiente TO acu-pend-60
               WHEN w-dias-pendiente <= 90
                   ADD w-cant-pendiente TO acu-pend-90
               WHEN OTHER
                   ADD w-cant-pendiente TO acu-pend-mas-90
           END-EVALUATE.
           MOVE odc-numero        TO l-pnd-numero.
           MOVE odc-linea         TO l-pnd-linea.
           MOVE odc-proveedor     TO l-pnd-proveedor.
           MOVE odc-dep           TO l-pnd-dep.
           MOVE odc-art           TO l-pnd-cod.
           MOVE art_nombre        TO l-pnd-nombre.
           MOVE odc-fecha         TO l-pnd-fecha.
           MOVE odc-cant-pedida   TO l-pnd-pedida.
           MOVE odc-cant-recibida TO l-pnd-recibida.
           MOVE w-cant-pendiente  TO l-pnd-pendiente.
           MOVE w-dias-pendiente  TO l-pnd-dias.
           IF odc-parcial
               MOVE "PARCIAL" TO l-pnd-estado
           ELSE
               MOVE spaces    TO l-pnd-estado
           END-IF.
           PERFORM 0856-LISTAR-DETALLE-PND.
           ADD 1 TO cont-lineas-pendientes.
      *
       0690-FIN-GRAL-PND.
           MOVE "LINEAS PENDIENTES DE ENTREGA" TO l-tod-etiqueta.
           MOVE cont-lineas-pendientes TO l-tod-cantidad.
           PERFORM 0860-LISTAR-TOTAL.
           MOVE "UNIDADES PENDIENTES HASTA 30 DIAS" TO l-tod-etiqueta.
           MOVE acu-pend-30 TO l-tod-cantidad.
           PERFORM 0860-LISTAR-TOTAL.
           MOVE "UNIDADES PENDIENTES DE 31 A 60 DIAS" TO l-tod-etiqueta.
           MOVE acu-pend-60 TO l-tod-cantidad.
           PERFORM 0860-LISTAR-TOTAL.
           MOVE "UNIDADES PENDIENTES DE 61 A 90 DIAS" TO l-tod-etiqueta.
           MOVE acu-pend-90 TO l-tod-cantidad.
           PERFORM 0860-LISTAR-TOTAL.
           MOVE "UNIDADES PENDIENTES DE MAS DE 90 DIAS"
               TO l-tod-etiqueta.
           MOVE acu-pend-mas-90 TO l-tod-cantidad.
           PERFORM 0860-LISTAR-TOTAL.
      *
      ********************** RUTINAS DE IMPRESION **********************
      *
       0800-LISTAR-ENCABEZADO.
           ADD 1 TO w-cont-paginas.
           MOVE w-cont-paginas to l-odc-nro-pag.
           IF w-cont-paginas = 1
               WRITE lis-odc-reg FROM cabecera-odc1
               DISPLAY lis-odc-reg
           ELSE
               WRITE lis-odc-reg FROM cabecera-odc1
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE lis-odc-reg FROM cabecera-odc2 AFTER 2.
           DISPLAY lis-odc-reg.
           EVALUATE w-seccion
               WHEN "O"
                   WRITE lis-odc-reg FROM cabecera-odc3 AFTER 2
                   DISPLAY lis-odc-reg
                   WRITE lis-odc-reg FROM cabecera-odc4
                   DISPLAY lis-odc-reg
               WHEN "X"
                   WRITE lis-odc-reg FROM cabecera-sxc3 AFTER 2
                   DISPLAY lis-odc-reg
                   WRITE lis-odc-reg FROM cabecera-sxc4
                   DISPLAY lis-odc-reg
               WHEN "B"
                   WRITE lis-odc-reg FROM cabecera-obr3 AFTER 2
                   DISPLAY lis-odc-reg
                   WRITE lis-odc-reg FROM cabecera-obr4
                   DISPLAY lis-odc-reg
               WHEN OTHER
                   WRITE lis-odc-reg FROM cabecera-pnd3 AFTER 2
                   DISPLAY lis-odc-reg
                   WRITE lis-odc-reg FROM cabecera-pnd4
                   DISPLAY lis-odc-reg
           END-EVALUATE.
      *
       0850-LISTAR-DETALLE-ODC.
           IF LINAGE-COUNTER OF LISTADO-ORDENES = 56
               PERFORM 0800-LISTAR-ENCABEZADO.
           WRITE lis-odc-reg FROM detalle-odc AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-odc-reg.
      *
       0852-LISTAR-DETALLE-SXC.
           IF LINAGE-COUNTER OF LISTADO-ORDENES = 56
               PERFORM 0800-LISTAR-ENCABEZADO.
           WRITE lis-odc-reg FROM detalle-sxc AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-odc-reg.
      *
       0854-LISTAR-DETALLE-OBR.
           IF LINAGE-COUNTER OF LISTADO-ORDENES = 56
               PERFORM 0800-LISTAR-ENCABEZADO.
           WRITE lis-odc-reg FROM detalle-obr AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-odc-reg.
      *
       0856-LISTAR-DETALLE-PND.
           IF LINAGE-COUNTER OF LISTADO-ORDENES = 56
               PERFORM 0800-LISTAR-ENCABEZADO.
           WRITE lis-odc-reg FROM detalle-pnd AFTER ADVANCING 1 LINE
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-odc-reg.
      *
       0860-LISTAR-TOTAL.
           WRITE lis-odc-reg FROM total-odc AFTER ADVANCING 2 LINES
               AT END-OF-PAGE PERFORM 0800-LISTAR-ENCABEZADO.
           DISPLAY lis-odc-reg.
      *
      ********************** RUTINAS DE FIN ****************************
      *
       0900-FIN-GENERAL.
           CLOSE ARTICULOS.
           CLOSE NUMERADORES.
           CLOSE ORDENES-COMPRA.
           CLOSE LISTADO-ORDENES.
           DISPLAY "SUGERENCIAS LEIDAS:        " cont-sug-leidas.
           DISPLAY "SUGERENCIAS EXCLUIDAS:     " cont-sug-excluidas.
           DISPLAY "ORDENES DE COMPRA EMITIDAS:" cont-ordenes.
           DISPLAY "LINEAS DE ORDEN GRABADAS:  " cont-lineas.
           DISPLAY "RECEPCIONES OBSERVADAS:    " cont-observaciones.
           DISPLAY "LINEAS PENDIENTES:         " cont-lineas-pendientes.
      *
       END PROGRAM ORDENES-COMPRA.
