       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTA-PICKING.
       AUTHOR. TU-NOMBRE.
       DATE-WRITTEN. 15/10/2026.

      *> Hojas de picking: UBICACION-PRODUCTO solo dice la bodega y
      *> el preparador recorría todo el edificio buscando el código.
      *> CASILLAS.DAT da, por producto y bodega, el pasillo, estante
      *> y nivel donde vive, con su número de orden de recorrido.
      *> Esta corrida toma las líneas reservadas de PEDIDOS.DAT, las
      *> agrupa por bodega y destino, las ordena por recorrido y
      *> emite una hoja por destino en PICKING.RPT. Las mismas
      *> líneas quedan en PICKING.DAT con la cantidad confirmada en
      *> blanco; el preparador anota lo que realmente sacó de cada
      *> casilla y CONFIRMA-PICKING lo pasa a SALIDAS.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Líneas reservadas pendientes de despacho.
           SELECT ARCHIVO-PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PEDIDOS.

           *> Maestro de casillas por producto y bodega.
           SELECT ARCHIVO-CASILLAS ASSIGN TO "CASILLAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CASILLAS.

           *> Maestro de destinos, solo para el nombre en la hoja.
           SELECT ARCHIVO-DESTINOS ASSIGN TO "DESTINOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESTINOS.

           *> Líneas de picking por confirmar (ver CONFIRMA-PICKING).
           SELECT ARCHIVO-PICKING ASSIGN TO "PICKING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PICKING.

           *> Salidas confirmadas que SISTEMA-INVENTARIO todavía no
           *> despacha: mientras existan, sus reservas siguen abiertas
           *> en PEDIDOS.DAT.
           SELECT ARCHIVO-SALIDAS ASSIGN TO "SALIDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SALIDAS.

           SELECT ARCHIVO-REPORTE ASSIGN TO "PICKING.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Diario de operaciones común (ver RESUMEN-OPERACIONES).
           SELECT ARCHIVO-JOURNAL ASSIGN TO "OPERACION.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PEDIDOS.
       01  REGISTRO-PEDIDO.
           05  PED-CODIGO           PIC X(6).
           05  PED-UBICACION        PIC X(4).
           05  PED-CANTIDAD         PIC 9(4).
           05  PED-DESTINO          PIC X(10).

       FD  ARCHIVO-CASILLAS.
       01  REGISTRO-CASILLA.
           05  CAS-CODIGO           PIC X(6).
           05  CAS-UBICACION        PIC X(4).
           05  CAS-PASILLO          PIC X(3).
           05  CAS-ESTANTE          PIC X(3).
           05  CAS-NIVEL            PIC X(2).
           05  CAS-ORDEN            PIC 9(4).

       FD  ARCHIVO-DESTINOS.
       01  REGISTRO-DESTINO.
           05  DES-CODIGO           PIC X(10).
           05  DES-NOMBRE           PIC X(30).
           05  DES-ACTIVO           PIC X(1).

       FD  ARCHIVO-PICKING.
       01  REGISTRO-PICKING.
           05  PCK-HOJA             PIC 9(4).
           05  PCK-UBICACION        PIC X(4).
           05  PCK-DESTINO          PIC X(10).
           05  PCK-ORDEN            PIC 9(4).
           05  PCK-CASILLA          PIC X(8).
           05  PCK-CODIGO           PIC X(6).
           05  PCK-CANTIDAD         PIC 9(4).
           05  PCK-CONFIRMADA       PIC X(4).

       FD  ARCHIVO-SALIDAS.
       01  REGISTRO-SALIDA.
           05  SAL-CODIGO           PIC X(6).
           05  SAL-UBICACION        PIC X(4).
           05  SAL-CANTIDAD         PIC 9(4).
           05  SAL-DESTINO          PIC X(10).
           05  SAL-UNIDAD           PIC X(3).

       FD  ARCHIVO-REPORTE.
       01  REGISTRO-REPORTE         PIC X(80).

       FD  ARCHIVO-JOURNAL.
       01  REGISTRO-JOURNAL         PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PEDIDOS       PIC X(2).
       01  WS-STATUS-CASILLAS      PIC X(2).
       01  WS-STATUS-DESTINOS      PIC X(2).
       01  WS-STATUS-PICKING       PIC X(2).
       01  WS-STATUS-SALIDAS       PIC X(2).
       01  WS-STATUS-JOURNAL       PIC X(2).
       01  EOF-PEDIDOS             PIC X(1).
           88  FIN-PEDIDOS         VALUE "Y".
       01  EOF-CASILLAS            PIC X(1).
           88  FIN-CASILLAS        VALUE "Y".
       01  EOF-DESTINOS            PIC X(1).
           88  FIN-DESTINOS        VALUE "Y".

       *> Registro estándar del diario de operaciones
       01  LINEA-JOURNAL.
           05  JRN-PROGRAMA        PIC X(20).
           05  JRN-TIPO            PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  JRN-FECHA           PIC 9(8).
           05  JRN-HORA            PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  JRN-LEIDOS          PIC 9(6).
           05  JRN-ESCRITOS        PIC 9(6).
           05  JRN-RECHAZOS        PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  JRN-DISCREPANCIA    PIC X(1).
           05  JRN-FIN             PIC X(1).

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-HORA-AHORA           PIC 9(8).
       01  WS-FIN-JORNADA          PIC X(1) VALUE "N".

       *> Casillas en memoria; sin casilla la línea va al final de
       *> la hoja con orden 9999 para que el preparador la busque.
       01  TABLA-CASILLAS.
           05  TOTAL-CASILLAS      PIC 9(4) VALUE 0.
           05  CASILLA-ITEM        OCCURS 2000 TIMES
                                   INDEXED BY IDX-CASILLA.
               10  TCS-CODIGO      PIC X(6).
               10  TCS-UBICACION   PIC X(4).
               10  TCS-CASILLA     PIC X(8).
               10  TCS-ORDEN       PIC 9(4).

       01  TABLA-NOMBRES-DESTINO.
           05  TOTAL-NOMBRES       PIC 9(3) VALUE 0.
           05  NOMBRE-DEST-ITEM    OCCURS 200 TIMES
                                   INDEXED BY IDX-NOMBRE.
               10  NMD-CODIGO      PIC X(10).
               10  NMD-NOMBRE      PIC X(30).
       01  WS-NOMBRE-DESTINO       PIC X(30).

       *> Líneas de picking; las del mismo código, bodega y destino
       *> se suman en una sola para no mandar dos veces a la casilla
       *> (mientras quepan en el 9(4) de SAL-CANTIDAD).
       01  TABLA-PICKING.
           05  TOTAL-PICKING       PIC 9(3) VALUE 0.
           05  PICKING-ITEM        OCCURS 500 TIMES
                                   INDEXED BY IDX-PICKING.
               10  TPK-UBICACION   PIC X(4).
               10  TPK-DESTINO     PIC X(10).
               10  TPK-ORDEN       PIC 9(4).
               10  TPK-CASILLA     PIC X(8).
               10  TPK-CODIGO      PIC X(6).
               10  TPK-CANTIDAD    PIC 9(4).
       01  PICKING-SWAP            PIC X(36).
       01  WS-IDX-PICKING-2        PIC 9(3).
       01  WS-SW-PICKING-HALLADO   PIC X(1).
           88  PICKING-HALLADO     VALUE "Y".
       01  SW-PICKING-DESBORDE     PIC X(1) VALUE "N".
           88  PICKING-DESBORDADO  VALUE "Y".

       01  WS-SW-PENDIENTES        PIC X(1) VALUE "N".
           88  HAY-PENDIENTES      VALUE "Y".
       01  WS-SW-SALIDAS-PEND      PIC X(1) VALUE "N".
           88  HAY-SALIDAS-PENDIENTES VALUE "Y".
       01  PEDIDOS-LEIDOS          PIC 9(6) VALUE 0.
       01  LINEAS-SIN-CASILLA      PIC 9(6) VALUE 0.
       01  WS-HOJA                 PIC 9(4) VALUE 0.
       01  WS-HOJA-UBICACION       PIC X(4).
       01  WS-HOJA-DESTINO         PIC X(10).

       01  LINEA-DETALLE-PICKING.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LDP-CASILLA         PIC X(8).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LDP-CODIGO          PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LDP-CANTIDAD        PIC ZZZZ9.
           05  FILLER              PIC X(16)
                                   VALUE "   SACADO: _____".

       PROCEDURE DIVISION.
       PROGRAMA-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           DISPLAY "=== HOJAS DE PICKING ==="
           DISPLAY "Corrida: " WS-FECHA-HOY " "
               WS-HORA-AHORA(1:6)

           MOVE "I" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL

           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "HOJAS DE PICKING - Corrida: "
               WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE

           *> Hojas de la corrida anterior sin confirmar: generar otras
           *> mandaría a sacar dos veces la misma reserva. Lo mismo
           *> con hojas ya confirmadas cuyas salidas siguen en
           *> SALIDAS.DAT: la reserva no se cierra hasta el despacho.
           PERFORM REVISAR-PICKING-PENDIENTE
           IF HAY-PENDIENTES
               MOVE "PICKING.DAT TIENE HOJAS SIN CONFIRMAR; CORRA "
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE "CONFIRMA-PICKING ANTES DE EMITIR HOJAS NUEVAS."
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               DISPLAY "ERROR: PICKING.DAT tiene hojas sin confirmar."
               MOVE "A" TO WS-FIN-JORNADA
           ELSE
           IF HAY-SALIDAS-PENDIENTES
               MOVE "SALIDAS.DAT TIENE SALIDAS SIN DESPACHAR; CORRA "
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE "EL DESPACHO (OPCION 8) ANTES DE EMITIR HOJAS."
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               DISPLAY "ERROR: SALIDAS.DAT tiene salidas sin "
                   "despachar."
               MOVE "A" TO WS-FIN-JORNADA
           ELSE
               PERFORM CARGAR-CASILLAS
               PERFORM CARGAR-NOMBRES-DESTINO
               PERFORM CARGAR-LINEAS-PEDIDO
               PERFORM ORDENAR-PICKING
               PERFORM EMITIR-HOJAS-PICKING
           END-IF
           END-IF
           CLOSE ARCHIVO-REPORTE

           MOVE "F" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL
           DISPLAY "Hojas de picking en PICKING.RPT"
           STOP RUN.

       REGISTRAR-JOURNAL.
           *> Leídos = líneas de PEDIDOS.DAT, escritos = líneas de
           *> picking emitidas, rechazos = líneas sin casilla.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE "LISTA-PICKING" TO JRN-PROGRAMA
           MOVE WS-FECHA-HOY TO JRN-FECHA
           MOVE WS-HORA-AHORA(1:6) TO JRN-HORA
           MOVE PEDIDOS-LEIDOS TO JRN-LEIDOS
           MOVE TOTAL-PICKING TO JRN-ESCRITOS
           MOVE LINEAS-SIN-CASILLA TO JRN-RECHAZOS
           IF LINEAS-SIN-CASILLA > 0
               MOVE "S" TO JRN-DISCREPANCIA
           ELSE
               MOVE "N" TO JRN-DISCREPANCIA
           END-IF
           MOVE WS-FIN-JORNADA TO JRN-FIN
           OPEN EXTEND ARCHIVO-JOURNAL
           IF WS-STATUS-JOURNAL NOT = "00"
               OPEN OUTPUT ARCHIVO-JOURNAL
           END-IF
           WRITE REGISTRO-JOURNAL FROM LINEA-JOURNAL
           CLOSE ARCHIVO-JOURNAL.

       REVISAR-PICKING-PENDIENTE.
           OPEN INPUT ARCHIVO-PICKING
           IF WS-STATUS-PICKING = "00"
               READ ARCHIVO-PICKING
                   NOT AT END
                       SET HAY-PENDIENTES TO TRUE
               END-READ
               CLOSE ARCHIVO-PICKING
           END-IF
           OPEN INPUT ARCHIVO-SALIDAS
           IF WS-STATUS-SALIDAS = "00"
               READ ARCHIVO-SALIDAS
                   NOT AT END
                       SET HAY-SALIDAS-PENDIENTES TO TRUE
               END-READ
               CLOSE ARCHIVO-SALIDAS
           END-IF.

       CARGAR-CASILLAS.
           MOVE "N" TO EOF-CASILLAS
           OPEN INPUT ARCHIVO-CASILLAS
           IF WS-STATUS-CASILLAS NOT = "00"
               DISPLAY "AVISO: CASILLAS.DAT no existe; las hojas "
                   "salen sin casilla."
           ELSE
               PERFORM UNTIL FIN-CASILLAS
                   READ ARCHIVO-CASILLAS
                       AT END
                           SET FIN-CASILLAS TO TRUE
                       NOT AT END
                           IF TOTAL-CASILLAS < 2000
                               ADD 1 TO TOTAL-CASILLAS
                               SET IDX-CASILLA TO TOTAL-CASILLAS
                               MOVE CAS-CODIGO
                                   TO TCS-CODIGO(IDX-CASILLA)
                               MOVE CAS-UBICACION
                                   TO TCS-UBICACION(IDX-CASILLA)
                               MOVE SPACES TO TCS-CASILLA(IDX-CASILLA)
                               STRING CAS-PASILLO CAS-ESTANTE
                                   CAS-NIVEL DELIMITED BY SIZE
                                   INTO TCS-CASILLA(IDX-CASILLA)
                               IF CAS-ORDEN IS NUMERIC
                                   MOVE CAS-ORDEN
                                       TO TCS-ORDEN(IDX-CASILLA)
                               ELSE
                                   MOVE 9998 TO TCS-ORDEN(IDX-CASILLA)
                               END-IF
                           ELSE
                               DISPLAY "ADVERTENCIA: más de 2000 "
                                   "casillas; el resto sale sin "
                                   "casilla."
                               SET FIN-CASILLAS TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CASILLAS
           END-IF.

       CARGAR-NOMBRES-DESTINO.
           MOVE "N" TO EOF-DESTINOS
           OPEN INPUT ARCHIVO-DESTINOS
           IF WS-STATUS-DESTINOS = "00"
               PERFORM UNTIL FIN-DESTINOS
                   READ ARCHIVO-DESTINOS
                       AT END
                           SET FIN-DESTINOS TO TRUE
                       NOT AT END
                           IF TOTAL-NOMBRES < 200
                               ADD 1 TO TOTAL-NOMBRES
                               SET IDX-NOMBRE TO TOTAL-NOMBRES
                               MOVE DES-CODIGO TO NMD-CODIGO(IDX-NOMBRE)
                               MOVE DES-NOMBRE TO NMD-NOMBRE(IDX-NOMBRE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-DESTINOS
           END-IF.

       CARGAR-LINEAS-PEDIDO.
           MOVE "N" TO EOF-PEDIDOS
           OPEN INPUT ARCHIVO-PEDIDOS
           IF WS-STATUS-PEDIDOS NOT = "00"
               DISPLAY "AVISO: PEDIDOS.DAT no existe; no hay picking."
           ELSE
               PERFORM UNTIL FIN-PEDIDOS
                   READ ARCHIVO-PEDIDOS
                       AT END
                           SET FIN-PEDIDOS TO TRUE
                       NOT AT END
                           ADD 1 TO PEDIDOS-LEIDOS
                           IF PED-CANTIDAD IS NUMERIC AND
                              PED-CANTIDAD > 0
                               PERFORM ACUMULAR-LINEA-PICKING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PEDIDOS
           END-IF.

       ACUMULAR-LINEA-PICKING.
           MOVE "N" TO WS-SW-PICKING-HALLADO
           PERFORM VARYING IDX-PICKING FROM 1 BY 1
                   UNTIL IDX-PICKING > TOTAL-PICKING
                      OR PICKING-HALLADO
               IF TPK-CODIGO(IDX-PICKING) = PED-CODIGO AND
                  TPK-UBICACION(IDX-PICKING) = PED-UBICACION AND
                  TPK-DESTINO(IDX-PICKING) = PED-DESTINO AND
                  TPK-CANTIDAD(IDX-PICKING) + PED-CANTIDAD <= 9999
                   SET PICKING-HALLADO TO TRUE
                   ADD PED-CANTIDAD TO TPK-CANTIDAD(IDX-PICKING)
               END-IF
           END-PERFORM
           IF NOT PICKING-HALLADO
               IF TOTAL-PICKING >= 500
                   IF NOT PICKING-DESBORDADO
                       SET PICKING-DESBORDADO TO TRUE
                       DISPLAY "ADVERTENCIA: más de 500 líneas de "
                           "picking; el excedente sale en otra corrida."
                   END-IF
               ELSE
                   ADD 1 TO TOTAL-PICKING
                   SET IDX-PICKING TO TOTAL-PICKING
                   MOVE PED-UBICACION TO TPK-UBICACION(IDX-PICKING)
                   MOVE PED-DESTINO TO TPK-DESTINO(IDX-PICKING)
                   MOVE PED-CODIGO TO TPK-CODIGO(IDX-PICKING)
                   MOVE PED-CANTIDAD TO TPK-CANTIDAD(IDX-PICKING)
                   MOVE 9999 TO TPK-ORDEN(IDX-PICKING)
                   MOVE "SIN-CASI" TO TPK-CASILLA(IDX-PICKING)
                   PERFORM VARYING IDX-CASILLA FROM 1 BY 1
                           UNTIL IDX-CASILLA > TOTAL-CASILLAS
                       IF TCS-CODIGO(IDX-CASILLA) = PED-CODIGO AND
                          TCS-UBICACION(IDX-CASILLA) = PED-UBICACION
                           MOVE TCS-ORDEN(IDX-CASILLA)
                               TO TPK-ORDEN(IDX-PICKING)
                           MOVE TCS-CASILLA(IDX-CASILLA)
                               TO TPK-CASILLA(IDX-PICKING)
                       END-IF
                   END-PERFORM
                   IF TPK-ORDEN(IDX-PICKING) = 9999
                       ADD 1 TO LINEAS-SIN-CASILLA
                   END-IF
               END-IF
           END-IF.

       ORDENAR-PICKING.
           *> Burbuja en memoria, igual que el kardex: bodega, destino
           *> y orden de recorrido de la casilla.
           PERFORM VARYING IDX-PICKING FROM 1 BY 1
                   UNTIL IDX-PICKING >= TOTAL-PICKING
               PERFORM VARYING WS-IDX-PICKING-2 FROM 1 BY 1
                       UNTIL WS-IDX-PICKING-2 >= TOTAL-PICKING
                   IF TPK-UBICACION(WS-IDX-PICKING-2) >
                      TPK-UBICACION(WS-IDX-PICKING-2 + 1) OR
                      (TPK-UBICACION(WS-IDX-PICKING-2) =
                       TPK-UBICACION(WS-IDX-PICKING-2 + 1) AND
                       TPK-DESTINO(WS-IDX-PICKING-2) >
                       TPK-DESTINO(WS-IDX-PICKING-2 + 1)) OR
                      (TPK-UBICACION(WS-IDX-PICKING-2) =
                       TPK-UBICACION(WS-IDX-PICKING-2 + 1) AND
                       TPK-DESTINO(WS-IDX-PICKING-2) =
                       TPK-DESTINO(WS-IDX-PICKING-2 + 1) AND
                       TPK-ORDEN(WS-IDX-PICKING-2) >
                       TPK-ORDEN(WS-IDX-PICKING-2 + 1))
                       PERFORM INTERCAMBIAR-PICKING
                   END-IF
               END-PERFORM
           END-PERFORM.

       INTERCAMBIAR-PICKING.
           MOVE PICKING-ITEM(WS-IDX-PICKING-2) TO PICKING-SWAP
           MOVE PICKING-ITEM(WS-IDX-PICKING-2 + 1)
               TO PICKING-ITEM(WS-IDX-PICKING-2)
           MOVE PICKING-SWAP TO PICKING-ITEM(WS-IDX-PICKING-2 + 1).

       EMITIR-HOJAS-PICKING.
           IF TOTAL-PICKING = 0
               MOVE "SIN LINEAS RESERVADAS EN PEDIDOS.DAT"
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           ELSE
               OPEN OUTPUT ARCHIVO-PICKING
               MOVE SPACES TO WS-HOJA-UBICACION
               MOVE SPACES TO WS-HOJA-DESTINO
               PERFORM VARYING IDX-PICKING FROM 1 BY 1
                       UNTIL IDX-PICKING > TOTAL-PICKING
                   IF TPK-UBICACION(IDX-PICKING) NOT = WS-HOJA-UBICACION
                      OR TPK-DESTINO(IDX-PICKING) NOT = WS-HOJA-DESTINO
                       PERFORM ENCABEZAR-HOJA
                   END-IF
                   PERFORM ESCRIBIR-LINEA-PICKING
               END-PERFORM
               CLOSE ARCHIVO-PICKING
           END-IF
           MOVE SPACES TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "HOJAS: " WS-HOJA "  LINEAS: " TOTAL-PICKING
               "  SIN CASILLA: " LINEAS-SIN-CASILLA
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           DISPLAY "Hojas: " WS-HOJA "  líneas: " TOTAL-PICKING.

       ENCABEZAR-HOJA.
           ADD 1 TO WS-HOJA
           MOVE TPK-UBICACION(IDX-PICKING) TO WS-HOJA-UBICACION
           MOVE TPK-DESTINO(IDX-PICKING) TO WS-HOJA-DESTINO
           MOVE "(NO REGISTRADO)" TO WS-NOMBRE-DESTINO
           PERFORM VARYING IDX-NOMBRE FROM 1 BY 1
                   UNTIL IDX-NOMBRE > TOTAL-NOMBRES
               IF NMD-CODIGO(IDX-NOMBRE) = WS-HOJA-DESTINO
                   MOVE NMD-NOMBRE(IDX-NOMBRE) TO WS-NOMBRE-DESTINO
               END-IF
           END-PERFORM
           MOVE SPACES TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "HOJA " WS-HOJA "  BODEGA " WS-HOJA-UBICACION
               "  DESTINO " WS-HOJA-DESTINO " " WS-NOMBRE-DESTINO
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE "  CASILLA   CODIGO  CANT."
               TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE.

       ESCRIBIR-LINEA-PICKING.
           MOVE TPK-CASILLA(IDX-PICKING) TO LDP-CASILLA
           MOVE TPK-CODIGO(IDX-PICKING) TO LDP-CODIGO
           MOVE TPK-CANTIDAD(IDX-PICKING) TO LDP-CANTIDAD
           WRITE REGISTRO-REPORTE FROM LINEA-DETALLE-PICKING
           MOVE WS-HOJA TO PCK-HOJA
           MOVE TPK-UBICACION(IDX-PICKING) TO PCK-UBICACION
           MOVE TPK-DESTINO(IDX-PICKING) TO PCK-DESTINO
           MOVE TPK-ORDEN(IDX-PICKING) TO PCK-ORDEN
           MOVE TPK-CASILLA(IDX-PICKING) TO PCK-CASILLA
           MOVE TPK-CODIGO(IDX-PICKING) TO PCK-CODIGO
           MOVE TPK-CANTIDAD(IDX-PICKING) TO PCK-CANTIDAD
           MOVE SPACES TO PCK-CONFIRMADA
           WRITE REGISTRO-PICKING.
