      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion de los maestros ARTICULOS y CLIENTES al
      *          formato de registro actual. ARTICULOS incorpora el
      *          proveedor habitual (art_proveedor, en blanco) y
      *          CLIENTES la marca de exento de intereses por mora
      *          (cli-exento-interes, en "N"). Cada archivo se descarga
      *          con el formato anterior a un temporal y se vuelve a
      *          crear con el nuevo. Se corre una sola vez, antes de la
      *          primera corrida de los programas con los formatos
      *          nuevos; un archivo que no abre con el formato anterior
      *          no se toca.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVERTIR-MAESTROS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION. SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTICULOS-ANTERIOR ASSIGN TO "..\articulos.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is arta-cod
               FILE STATUS is w-arta-status.
           SELECT ARTICULOS ASSIGN TO "..\articulos.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is art_cod
               FILE STATUS is w-art-status.
           SELECT TEMPORAL-ARTICULOS ASSIGN TO
               "..\articulos-conv-tmp.txt"
               ORGANIZATION is line SEQUENTIAL.
           SELECT CLIENTES-ANTERIOR ASSIGN TO "..\clientes.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is clia-cod
               FILE STATUS is w-clia-status.
           SELECT CLIENTES ASSIGN TO "..\clientes.txt"
               ORGANIZATION is INDEXED
               ACCESS MODE is SEQUENTIAL
               RECORD KEY is cli-cod
               FILE STATUS is w-cli-status.
           SELECT TEMPORAL-CLIENTES ASSIGN TO
               "..\clientes-conv-tmp.txt"
               ORGANIZATION is line SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARTICULOS-ANTERIOR.
       01  arta-reg.
           03 arta-cod             pic 9(5).
           03 arta-nombre          pic X(20).
           03 arta-precio          pic 9(6)v99.
           03 arta-iva             pic 9(2)v99.
           03 arta-estado          pic X.
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
       FD  TEMPORAL-ARTICULOS.
       01  tma-reg                 pic x(38).
       FD  CLIENTES-ANTERIOR.
       01  clia-reg.
           03 clia-cod              pic 9(5).
           03 clia-nombre           pic X(25).
           03 clia-limite-credito   pic 9(9)v99.
           03 clia-cuit             pic 9(11).
           03 clia-cond-fiscal      pic X(2).
           03 clia-estado           pic X.
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
       FD  TEMPORAL-CLIENTES.
       01  tmc-reg                 pic x(55).
       WORKING-STORAGE SECTION.
       77  flagArticulos           pic X.
       77  flagClientes            pic X.
       77  flagTemporal            pic X.
       77  w-arta-status           pic xx.
       77  w-art-status            pic xx.
       77  w-clia-status           pic xx.
       77  w-cli-status            pic xx.
       77  w-convertir             pic X.
       77  cont-art-convertidos    pic 9(7).
       77  cont-cli-convertidos    pic 9(7).
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 0010-INICIO-GENERAL.
           PERFORM 0100-CONVERTIR-ARTICULOS.
           PERFORM 0200-CONVERTIR-CLIENTES.
           PERFORM 0900-FIN-GENERAL.
           STOP RUN.
      *
      ********************** RUTINAS DE INICIO *************************
      *
       0010-INICIO-GENERAL.
           MOVE ZEROES TO cont-art-convertidos.
           MOVE ZEROES TO cont-cli-convertidos.
      *
      ****************** RUTINAS CONVERSION ARTICULOS ******************
      *
       0100-CONVERTIR-ARTICULOS.
           MOVE "n" TO w-convertir.
           OPEN INPUT ARTICULOS-ANTERIOR.
           EVALUATE w-arta-status
               WHEN "00"
                   MOVE "s" TO w-convertir
               WHEN "35"
                   DISPLAY "ARTICULOS INEXISTENTE - NO SE CONVIERTE"
               WHEN OTHER
                   DISPLAY "ARTICULOS NO ABRE CON EL FORMATO ANTERIOR ("
                       w-arta-status ") - NO SE CONVIERTE"
           END-EVALUATE.
           IF w-convertir = "s"
               PERFORM 0110-DESCARGAR-ARTICULOS
               PERFORM 0120-CARGAR-ARTICULOS
           END-IF.
      *
       0110-DESCARGAR-ARTICULOS.
           MOVE "n" TO flagArticulos.
           OPEN OUTPUT TEMPORAL-ARTICULOS.
           PERFORM UNTIL flagArticulos = "s"
               READ ARTICULOS-ANTERIOR NEXT RECORD
                   AT END MOVE "s" TO flagArticulos
                   NOT AT END
                       WRITE tma-reg FROM arta-reg
               END-READ
           END-PERFORM.
           CLOSE ARTICULOS-ANTERIOR.
           CLOSE TEMPORAL-ARTICULOS.
      *
       0120-CARGAR-ARTICULOS.
           MOVE "n" TO flagTemporal.
           OPEN INPUT TEMPORAL-ARTICULOS.
           OPEN OUTPUT ARTICULOS.
           PERFORM UNTIL flagTemporal = "s"
               READ TEMPORAL-ARTICULOS
                   AT END MOVE "s" TO flagTemporal
                   NOT AT END
                       MOVE tma-reg TO art_reg
                       MOVE spaces  TO art_proveedor
                       WRITE art_reg
                       ADD 1 TO cont-art-convertidos
               END-READ
           END-PERFORM.
           CLOSE TEMPORAL-ARTICULOS.
           CLOSE ARTICULOS.
      *
      ******************* RUTINAS CONVERSION CLIENTES ******************
      *
       0200-CONVERTIR-CLIENTES.
           MOVE "n" TO w-convertir.
           OPEN INPUT CLIENTES-ANTERIOR.
           EVALUATE w-clia-status
               WHEN "00"
                   MOVE "s" TO w-convertir
               WHEN "35"
                   DISPLAY "CLIENTES INEXISTENTE - NO SE CONVIERTE"
               WHEN OTHER
                   DISPLAY "CLIENTES NO ABRE CON EL FORMATO ANTERIOR ("
                       w-clia-status ") - NO SE CONVIERTE"
           END-EVALUATE.
           IF w-convertir = "s"
               PERFORM 0210-DESCARGAR-CLIENTES
               PERFORM 0220-CARGAR-CLIENTES
           END-IF.
      *
       0210-DESCARGAR-CLIENTES.
           MOVE "n" TO flagClientes.
           OPEN OUTPUT TEMPORAL-CLIENTES.
           PERFORM UNTIL flagClientes = "s"
               READ CLIENTES-ANTERIOR NEXT RECORD
                   AT END MOVE "s" TO flagClientes
                   NOT AT END
                       WRITE tmc-reg FROM clia-reg
               END-READ
           END-PERFORM.
           CLOSE CLIENTES-ANTERIOR.
           CLOSE TEMPORAL-CLIENTES.
      *
       0220-CARGAR-CLIENTES.
           MOVE "n" TO flagTemporal.
           OPEN INPUT TEMPORAL-CLIENTES.
           OPEN OUTPUT CLIENTES.
           PERFORM UNTIL flagTemporal = "s"
               READ TEMPORAL-CLIENTES
                   AT END MOVE "s" TO flagTemporal
                   NOT AT END
                       MOVE tmc-reg TO cli-reg
                       MOVE "N"     TO cli-exento-interes
                       WRITE cli-reg
                       ADD 1 TO cont-cli-convertidos
               END-READ
           END-PERFORM.
           CLOSE TEMPORAL-CLIENTES.
           CLOSE CLIENTES.
      *
      ********************** RUTINAS DE FIN ****************************
      *
       0900-FIN-GENERAL.
           DISPLAY "ARTICULOS CONVERTIDOS:     " cont-art-convertidos.
           DISPLAY "CLIENTES CONVERTIDOS:      " cont-cli-convertidos.
      *
       END PROGRAM CONVERTIR-MAESTROS.
