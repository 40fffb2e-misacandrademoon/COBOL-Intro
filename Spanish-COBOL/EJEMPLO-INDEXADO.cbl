               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-CLIENTE.

           SELECT ARCHIVO-DIRECCIONES ASSIGN TO 'CUSTADDR.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CADDR-KEY
               FILE STATUS IS FS-DIRECCIONES.

       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-CLIENTES.
       COPY CLIENTE-RECORD.

       FD ARCHIVO-DIRECCIONES.
       COPY CUSTADDR-RECORD.

       WORKING-STORAGE SECTION.
       01 OPCION          PIC X.
       01 CLAVE-BUSQUEDA  PIC X(10).
           88 HAY-COINCIDENCIA VALUE "S".
       01 CONTADOR-COINCIDENCIAS PIC 9(5).

       01 FS-DIRECCIONES  PIC XX.
           88 FS-DIRECCIONES-OK VALUE "00".
           88 FS-DIRECCIONES-NO-EXISTE VALUE "35".
       01 WS-DIRECCIONES-ABIERTO PIC X VALUE "N".
           88 WS-DIRECCIONES-ESTA-ABIERTO VALUE "S".
       01 OPCION-DIRECCION PIC X.
       01 NUMERO-DIRECCION PIC 9(3).
       01 FIN-DIRECCIONES PIC X VALUE "N".
           88 NO-HAY-MAS-DIRECCIONES VALUE "Y".

       COPY ERRLOG-PARMS.

       PROCEDURE DIVISION.
       PRINCIPAL.
           MOVE 0 TO RETURN-CODE.
           OPEN I-O ARCHIVO-CLIENTES
           OPEN I-O ARCHIVO-DIRECCIONES
           IF FS-DIRECCIONES-NO-EXISTE
               OPEN OUTPUT ARCHIVO-DIRECCIONES
               CLOSE ARCHIVO-DIRECCIONES
               OPEN I-O ARCHIVO-DIRECCIONES
           END-IF
           IF FS-DIRECCIONES-OK
               SET WS-DIRECCIONES-ESTA-ABIERTO TO TRUE
           END-IF
           PERFORM UNTIL OPCION = 'F'
               DISPLAY "A - Agregar | B - Buscar | M - Modificar | "
                  "D - Borrar | L - Listar | N - Buscar por Nombre | "
                  "E - Direcciones | F - Finalizar"
               ACCEPT OPCION
               EVALUATE OPCION
                   WHEN 'A'
                       MOVE SPACES TO CLIENTE-RUTA
                       MOVE ZERO TO CLIENTE-DROP-SEQ
                       MOVE SPACE TO CLIENTE-FIN-EXENTO
                       MOVE SPACES TO CLIENTE-PADRE CLIENTE-REF-BANCO
                       WRITE REGISTRO-CLIENTE INVALID KEY
                           DISPLAY "Clave duplicada"
                       END-WRITE
                           DISPLAY "No encontrado"
                       NOT INVALID KEY
                           DISPLAY "Cliente eliminado"
                           PERFORM BORRAR-DIRECCIONES-CLIENTE
                       END-DELETE
                   WHEN 'L'
                       MOVE "N" TO FIN-LISTADO
                       END-PERFORM
                   WHEN 'N'
                       PERFORM BUSCAR-POR-NOMBRE
                   WHEN 'E'
                       PERFORM MANTENER-DIRECCIONES
               END-EVALUATE
           END-PERFORM
           CLOSE ARCHIVO-CLIENTES
           IF WS-DIRECCIONES-ESTA-ABIERTO
               CLOSE ARCHIVO-DIRECCIONES
           END-IF
           GOBACK.

       CAPTURAR-CREDITO.
                  TELEFONO
               ADD 1 TO CONTADOR-COINCIDENCIAS
           END-IF.

       MANTENER-DIRECCIONES.
           IF NOT WS-DIRECCIONES-ESTA-ABIERTO
               DISPLAY "Error al abrir CUSTADDR.DAT: " FS-DIRECCIONES
               MOVE "EJEMPLO-INDEXADO" TO ERP-PROGRAM
               MOVE "MANTENER-DIRECCIONES" TO ERP-PARAGRAPH
               MOVE "CUSTADDR.DAT" TO ERP-FILE
               MOVE "OPEN" TO ERP-OPERATION
               MOVE FS-DIRECCIONES TO ERP-STATUS
               MOVE SPACES TO ERP-KEY
               CALL "ERROR-LOGGER" USING ERRLOG-PARMS
           ELSE
               DISPLAY "Clave del cliente: "
               ACCEPT CLAVE-BUSQUEDA
               MOVE CLAVE-BUSQUEDA TO CLAVE-CLIENTE
               READ ARCHIVO-CLIENTES
                   INVALID KEY DISPLAY "No encontrado"
                   NOT INVALID
                       DISPLAY "Cliente: " NOMBRE-CLIENTE
                       MOVE SPACE TO OPCION-DIRECCION
                       PERFORM UNTIL OPCION-DIRECCION = 'F'
                           PERFORM MENU-DIRECCIONES
                       END-PERFORM
               END-READ
           END-IF.

       MENU-DIRECCIONES.
           DISPLAY "A - Agregar | M - Modificar | D - Borrar | "
              "L - Listar | F - Fin (000 = facturacion, "
              "001-999 = envio)"
           ACCEPT OPCION-DIRECCION
           EVALUATE OPCION-DIRECCION
               WHEN 'A'
                   PERFORM PEDIR-NUMERO-DIRECCION
                   PERFORM CAPTURAR-DIRECCION
                   WRITE CUSTADDR-RECORD INVALID KEY
                       DISPLAY "Direccion duplicada"
                   END-WRITE
               WHEN 'M'
                   PERFORM PEDIR-NUMERO-DIRECCION
                   READ ARCHIVO-DIRECCIONES
                       INVALID KEY DISPLAY "No encontrada"
                       NOT INVALID
                           PERFORM MOSTRAR-DIRECCION
                           PERFORM CAPTURAR-DIRECCION
                           REWRITE CUSTADDR-RECORD INVALID KEY
                               DISPLAY "Error al modificar"
                           END-REWRITE
                   END-READ
               WHEN 'D'
                   PERFORM PEDIR-NUMERO-DIRECCION
                   DELETE ARCHIVO-DIRECCIONES INVALID KEY
                       DISPLAY "No encontrada"
                   NOT INVALID KEY
                       DISPLAY "Direccion eliminada"
                   END-DELETE
               WHEN 'L'
                   PERFORM LISTAR-DIRECCIONES
           END-EVALUATE.

       PEDIR-NUMERO-DIRECCION.
           DISPLAY "Numero de direccion (000 = facturacion): "
           ACCEPT NUMERO-DIRECCION
           MOVE CLAVE-CLIENTE TO CADDR-CLAVE-CLIENTE
           MOVE NUMERO-DIRECCION TO CADDR-NUMBER.

       CAPTURAR-DIRECCION.
           IF CADDR-NUMBER = ZERO
               SET CADDR-BILL-TO TO TRUE
           ELSE
               SET CADDR-SHIP-TO TO TRUE
           END-IF
           DISPLAY "Nombre o atencion (en blanco = nombre del "
              "cliente): "
           ACCEPT CADDR-NAME
           IF CADDR-NAME = SPACES
               MOVE NOMBRE-CLIENTE TO CADDR-NAME
           END-IF
           DISPLAY "Calle y numero: "
           ACCEPT CADDR-LINE-1
           DISPLAY "Colonia / referencia: "
           ACCEPT CADDR-LINE-2
           DISPLAY "Ciudad: "
           ACCEPT CADDR-CITY
           DISPLAY "Estado: "
           ACCEPT CADDR-REGION
           DISPLAY "Codigo postal: "
           ACCEPT CADDR-POSTAL-CODE.

       MOSTRAR-DIRECCION.
           DISPLAY CADDR-NUMBER " " CADDR-TYPE " - " CADDR-NAME
           DISPLAY "      " CADDR-LINE-1 " " CADDR-LINE-2
           DISPLAY "      " CADDR-CITY " " CADDR-REGION " "
              CADDR-POSTAL-CODE.

       LISTAR-DIRECCIONES.
           MOVE "N" TO FIN-DIRECCIONES
           MOVE CLAVE-CLIENTE TO CADDR-CLAVE-CLIENTE
           MOVE ZERO TO CADDR-NUMBER
           START ARCHIVO-DIRECCIONES KEY IS >= CADDR-KEY
               INVALID KEY SET NO-HAY-MAS-DIRECCIONES TO TRUE
           END-START
           PERFORM UNTIL NO-HAY-MAS-DIRECCIONES
               READ ARCHIVO-DIRECCIONES NEXT RECORD
                   AT END SET NO-HAY-MAS-DIRECCIONES TO TRUE
                   NOT AT END
                       IF CADDR-CLAVE-CLIENTE = CLAVE-CLIENTE
                           PERFORM MOSTRAR-DIRECCION
                       ELSE
                           SET NO-HAY-MAS-DIRECCIONES TO TRUE
                       END-IF
               END-READ
           END-PERFORM.

       BORRAR-DIRECCIONES-CLIENTE.
           IF WS-DIRECCIONES-ESTA-ABIERTO
               MOVE "N" TO FIN-DIRECCIONES
               MOVE CLAVE-BUSQUEDA TO CADDR-CLAVE-CLIENTE
               MOVE ZERO TO CADDR-NUMBER
               START ARCHIVO-DIRECCIONES KEY IS >= CADDR-KEY
                   INVALID KEY SET NO-HAY-MAS-DIRECCIONES TO TRUE
               END-START
               PERFORM UNTIL NO-HAY-MAS-DIRECCIONES
                   READ ARCHIVO-DIRECCIONES NEXT RECORD
                       AT END SET NO-HAY-MAS-DIRECCIONES TO TRUE
                       NOT AT END
                           IF CADDR-CLAVE-CLIENTE = CLAVE-BUSQUEDA
                               DELETE ARCHIVO-DIRECCIONES RECORD
                           ELSE
                               SET NO-HAY-MAS-DIRECCIONES TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
