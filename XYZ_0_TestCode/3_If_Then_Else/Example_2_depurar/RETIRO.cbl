       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETIRO-LOTE.
       AUTHOR. TU-NOMBRE.
       DATE-WRITTEN. 15/10/2026.

      *> Corrida de retiro de lote: cuando un proveedor retira un
      *> lote, RETIRO.PAR trae el código de producto y la fecha de
      *> lote (LOTE-FECHA) retirados. Con la traza de lotes que
      *> SISTEMA-INVENTARIO deja en TRAZALOTE.LOG por cada despacho
      *> y devolución, se lista cada DES-CODIGO que recibió ese lote
      *> con cantidades y fechas, lo que regresó, y lo que todavía
      *> queda en LOTES.DAT por bodega para congelarlo. Las salidas
      *> del producto que no pudieron asociarse a una capa se listan
      *> aparte como destinos posibles. Las unidades del lote que
      *> entraron a un kit (destino KIT-<código> en la traza) se
      *> siguen en la capa de ese kit: sus despachos cuentan como
      *> destinos alcanzados y su existencia se congela también.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Producto y lote retirados.
           SELECT ARCHIVO-RETIRO ASSIGN TO "RETIRO.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETIRO.

           *> Traza de lotes de despachos y devoluciones.
           SELECT ARCHIVO-TRAZA-LOTES ASSIGN TO "TRAZALOTE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TRAZA-LOTES.

           *> Capas vigentes (ver SISTEMA-INVENTARIO).
           SELECT ARCHIVO-LOTES ASSIGN TO "LOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOTES.

           *> Maestro de destinos, solo para el nombre.
           SELECT ARCHIVO-DESTINOS ASSIGN TO "DESTINOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESTINOS.

           SELECT ARCHIVO-REPORTE ASSIGN TO "RETIRO.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Diario de operaciones común (ver RESUMEN-OPERACIONES).
           SELECT ARCHIVO-JOURNAL ASSIGN TO "OPERACION.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-RETIRO.
       01  REGISTRO-RETIRO.
           05  RET-CODIGO           PIC X(6).
           05  RET-LOTE-FECHA       PIC 9(8).

       FD  ARCHIVO-TRAZA-LOTES.
       01  REGISTRO-TRAZA-LOTE      PIC X(80).

       FD  ARCHIVO-LOTES.
       01  REGISTRO-LOTE.
           05  LOTE-CODIGO          PIC X(6).
           05  LOTE-UBICACION       PIC X(4).
           05  LOTE-FECHA           PIC 9(8).
           05  LOTE-CANTIDAD        PIC 9(5).
           05  LOTE-COSTO-UNITARIO  PIC 9(5)V99.
           05  LOTE-FECHA-VENCE     PIC 9(8).

       FD  ARCHIVO-DESTINOS.
       01  REGISTRO-DESTINO.
           05  DES-CODIGO           PIC X(10).
           05  DES-NOMBRE           PIC X(30).
           05  DES-ACTIVO           PIC X(1).

       FD  ARCHIVO-REPORTE.
       01  REGISTRO-REPORTE         PIC X(80).

       FD  ARCHIVO-JOURNAL.
       01  REGISTRO-JOURNAL         PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-RETIRO        PIC X(2).
       01  WS-STATUS-TRAZA-LOTES   PIC X(2).
       01  WS-STATUS-LOTES         PIC X(2).
       01  WS-STATUS-DESTINOS      PIC X(2).
       01  WS-STATUS-JOURNAL       PIC X(2).
       01  EOF-TRAZA-LOTES         PIC X(1).
           88  FIN-TRAZA-LOTES     VALUE "Y".
       01  EOF-LOTES               PIC X(1).
           88  FIN-LOTES           VALUE "Y".
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

       01  WS-RETIRO-CODIGO        PIC X(6).
       01  WS-RETIRO-LOTE          PIC 9(8).
       01  WS-SW-RETIRO-VALIDO     PIC X(1) VALUE "N".
           88  RETIRO-VALIDO       VALUE "Y".

       *> Mismo trazado de TRAZALOTE.LOG que escribe
       *> SISTEMA-INVENTARIO.
       01  LINEA-TRAZA-LOTE.
           05  TZ-FECHA            PIC 9(8).
           05  FILLER              PIC X(1).
           05  TZ-HORA             PIC 9(6).
           05  FILLER              PIC X(1).
           05  TZ-TIPO             PIC X(1).
           05  FILLER              PIC X(1).
           05  TZ-CODIGO           PIC X(6).
           05  FILLER              PIC X(1).
           05  TZ-UBICACION        PIC X(4).
           05  FILLER              PIC X(1).
           05  TZ-LOTE-FECHA       PIC 9(8).
           05  FILLER              PIC X(1).
           05  TZ-LOTE-VENCE       PIC 9(8).
           05  FILLER              PIC X(1).
           05  TZ-CANTIDAD         PIC 9(5).
           05  FILLER              PIC X(1).
           05  TZ-DESTINO          PIC X(10).
           05  FILLER              PIC X(1).
           05  TZ-OPERADOR         PIC X(8).

       *> Destinos alcanzados por el lote: despachado, devuelto y
       *> primera/última fecha. DRT-SIN-LOTE marca a los destinos
       *> que solo recibieron unidades del producto sin capa.
       01  TABLA-DESTINOS-RETIRO.
           05  TOTAL-DEST-RETIRO   PIC 9(3) VALUE 0.
           05  DEST-RETIRO-ITEM    OCCURS 200 TIMES
                                   INDEXED BY IDX-DEST-RETIRO.
               10  DRT-DESTINO     PIC X(10).
               10  DRT-SIN-LOTE    PIC X(1).
               10  DRT-DESPACHADO  PIC 9(7).
               10  DRT-DEVUELTO    PIC 9(7).
               10  DRT-PRIMERA     PIC 9(8).
               10  DRT-ULTIMA      PIC 9(8).
       01  SW-DEST-DESBORDE        PIC X(1) VALUE "N".
           88  DEST-DESBORDADOS    VALUE "Y".
       01  WS-SW-DEST-HALLADO      PIC X(1).
           88  DEST-HALLADO        VALUE "Y".
       01  WS-IDX-DEST-ACTUAL      PIC 9(3).
       01  WS-MARCA-SIN-LOTE       PIC X(1).
       01  WS-DEST-CON-LOTE        PIC 9(3) VALUE 0.

       *> Lotes a seguir: el retirado y las capas de los kits que se
       *> armaron con él (código del kit y fecha del armado, que es
       *> la fecha de la capa nueva del kit). La traza va en orden
       *> de grabado, así que un kit entra a la tabla antes de que
       *> aparezca cualquier salida de la capa que lo contiene.
       01  TABLA-LOTES-SEGUIDOS.
           05  TOTAL-LOTES-SEGUIDOS PIC 9(3) VALUE 0.
           05  LOTE-SEGUIDO-ITEM   OCCURS 50 TIMES
                                   INDEXED BY IDX-SEGUIDO.
               10  LSG-CODIGO      PIC X(6).
               10  LSG-FECHA       PIC 9(8).
               10  LSG-ORIGEN      PIC X(6).
       01  SW-SEGUIDOS-DESBORDE    PIC X(1) VALUE "N".
           88  SEGUIDOS-DESBORDADOS VALUE "Y".
       01  WS-SW-LOTE-SEGUIDO      PIC X(1).
           88  LOTE-SEGUIDO        VALUE "Y".
       01  WS-SW-CODIGO-SEGUIDO    PIC X(1).
           88  CODIGO-SEGUIDO      VALUE "Y".
       01  WS-BUSCA-CODIGO         PIC X(6).
       01  WS-BUSCA-FECHA          PIC 9(8).

       01  TABLA-NOMBRES-DESTINO.
           05  TOTAL-NOMBRES       PIC 9(3) VALUE 0.
           05  NOMBRE-DEST-ITEM    OCCURS 200 TIMES
                                   INDEXED BY IDX-NOMBRE.
               10  NMD-CODIGO      PIC X(10).
               10  NMD-NOMBRE      PIC X(30).
       01  WS-NOMBRE-DESTINO       PIC X(30).

       01  LINEAS-TRAZA-LEIDAS     PIC 9(6) VALUE 0.
       01  LINEAS-DEL-LOTE         PIC 9(6) VALUE 0.
       01  WS-TOTAL-DESPACHADO     PIC 9(7) VALUE 0.
       01  WS-TOTAL-DEVUELTO       PIC 9(7) VALUE 0.
       01  WS-TOTAL-EN-MANO        PIC 9(7) VALUE 0.
       01  WS-NETO-DESTINO         PIC S9(7).
       01  WS-VENCE-LOTE           PIC 9(8) VALUE 0.

       01  LINEA-MOV-RETIRO.
           05  LMR-CODIGO          PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LMR-FECHA           PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LMR-TIPO            PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LMR-DESTINO         PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LMR-UBICACION       PIC X(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LMR-CANTIDAD        PIC ZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LMR-OPERADOR        PIC X(8).

       01  LINEA-DEST-RETIRO.
           05  LDR-DESTINO         PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LDR-NOMBRE          PIC X(24).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LDR-DESPACHADO      PIC ZZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LDR-DEVUELTO        PIC ZZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LDR-NETO            PIC -(6)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LDR-PRIMERA         PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LDR-ULTIMA          PIC 9(8).

       01  LINEA-EN-MANO.
           05  FILLER              PIC X(9) VALUE "EN MANO: ".
           05  LEM-CODIGO          PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LEM-UBICACION       PIC X(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LEM-CANTIDAD        PIC ZZZZ9.
           05  FILLER              PIC X(9) VALUE " VENCE: ".
           05  LEM-VENCE           PIC 9(8).
           05  FILLER              PIC X(17)
                                   VALUE "  -> CONGELAR".

       PROCEDURE DIVISION.
       PROGRAMA-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           DISPLAY "=== RETIRO DE LOTE ==="
           DISPLAY "Corrida: " WS-FECHA-HOY " "
               WS-HORA-AHORA(1:6)

           MOVE "I" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL

           PERFORM LEER-PARAMETRO-RETIRO
           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "RETIRO DE LOTE - Corrida: "
               WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE

           IF NOT RETIRO-VALIDO
               MOVE "SIN RETIRO.PAR VALIDO (CODIGO + FECHA DE LOTE)"
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE "A" TO WS-FIN-JORNADA
           ELSE
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "PRODUCTO: " WS-RETIRO-CODIGO
                   "  LOTE (FECHA): " WS-RETIRO-LOTE
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               PERFORM CARGAR-NOMBRES-DESTINO
               MOVE 1 TO TOTAL-LOTES-SEGUIDOS
               SET IDX-SEGUIDO TO 1
               MOVE WS-RETIRO-CODIGO TO LSG-CODIGO(IDX-SEGUIDO)
               MOVE WS-RETIRO-LOTE TO LSG-FECHA(IDX-SEGUIDO)
               MOVE SPACES TO LSG-ORIGEN(IDX-SEGUIDO)
               PERFORM RECORRER-TRAZA-LOTES
               PERFORM ESCRIBIR-DESTINOS-RETIRO
               PERFORM ESCRIBIR-KITS-RETIRO
               PERFORM ESCRIBIR-EXISTENCIA-LOTE
           END-IF
           CLOSE ARCHIVO-REPORTE

           MOVE "F" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL
           DISPLAY "Retiro en RETIRO.RPT"
           STOP RUN.

       REGISTRAR-JOURNAL.
           *> Leídos = líneas de traza revisadas, escritos = destinos
           *> alcanzados por el lote; sin parámetro válido el retiro
           *> termina con fin anormal.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE "RETIRO-LOTE" TO JRN-PROGRAMA
           MOVE WS-FECHA-HOY TO JRN-FECHA
           MOVE WS-HORA-AHORA(1:6) TO JRN-HORA
           MOVE LINEAS-TRAZA-LEIDAS TO JRN-LEIDOS
           *> Los destinos solo posibles (sin capa) no se cuentan.
           MOVE 0 TO WS-DEST-CON-LOTE
           PERFORM VARYING IDX-DEST-RETIRO FROM 1 BY 1
                   UNTIL IDX-DEST-RETIRO > TOTAL-DEST-RETIRO
               IF DRT-SIN-LOTE(IDX-DEST-RETIRO) = "N"
                   ADD 1 TO WS-DEST-CON-LOTE
               END-IF
           END-PERFORM
           MOVE WS-DEST-CON-LOTE TO JRN-ESCRITOS
           MOVE 0 TO JRN-RECHAZOS
           IF WS-DEST-CON-LOTE > 0
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

       LEER-PARAMETRO-RETIRO.
           OPEN INPUT ARCHIVO-RETIRO
           IF WS-STATUS-RETIRO NOT = "00"
               DISPLAY "ERROR: RETIRO.PAR no existe; indique código "
                   "y fecha de lote."
           ELSE
               READ ARCHIVO-RETIRO
                   AT END
                       DISPLAY "ERROR: RETIRO.PAR vacío."
                   NOT AT END
                       IF RET-CODIGO NOT = SPACES AND
                          RET-LOTE-FECHA IS NUMERIC
                           MOVE RET-CODIGO TO WS-RETIRO-CODIGO
                           MOVE RET-LOTE-FECHA TO WS-RETIRO-LOTE
                           SET RETIRO-VALIDO TO TRUE
                       ELSE
                           DISPLAY "ERROR: RETIRO.PAR sin código o "
                               "con fecha de lote no numérica."
                       END-IF
               END-READ
               CLOSE ARCHIVO-RETIRO
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

       RECORRER-TRAZA-LOTES.
           MOVE SPACES TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE "MOVIMIENTOS DEL LOTE" TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "PROD.  FECHA    TIPO       DESTINO    BOD.  CANT. "
               "OPERADOR"
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE "N" TO EOF-TRAZA-LOTES
           OPEN INPUT ARCHIVO-TRAZA-LOTES
           IF WS-STATUS-TRAZA-LOTES NOT = "00"
               MOVE "AVISO: TRAZALOTE.LOG no existe; no hay despachos "
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               DISPLAY "AVISO: TRAZALOTE.LOG no existe."
           ELSE
               PERFORM UNTIL FIN-TRAZA-LOTES
                   READ ARCHIVO-TRAZA-LOTES
                       AT END
                           SET FIN-TRAZA-LOTES TO TRUE
                       NOT AT END
                           ADD 1 TO LINEAS-TRAZA-LEIDAS
                           MOVE REGISTRO-TRAZA-LOTE
                               TO LINEA-TRAZA-LOTE
                           PERFORM CLASIFICAR-LINEA-TRAZA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-TRAZA-LOTES
           END-IF.

       CLASIFICAR-LINEA-TRAZA.
           IF TZ-LOTE-FECHA IS NOT NUMERIC OR
              TZ-CANTIDAD IS NOT NUMERIC
               CONTINUE
           ELSE
               MOVE TZ-CODIGO TO WS-BUSCA-CODIGO
               MOVE TZ-LOTE-FECHA TO WS-BUSCA-FECHA
               PERFORM BUSCAR-LOTE-SEGUIDO
           IF NOT CODIGO-SEGUIDO
               CONTINUE
           ELSE
           IF LOTE-SEGUIDO
               ADD 1 TO LINEAS-DEL-LOTE
               IF TZ-CODIGO = WS-RETIRO-CODIGO
                   MOVE TZ-LOTE-VENCE TO WS-VENCE-LOTE
               END-IF
               IF TZ-TIPO = "S" AND TZ-DESTINO(1:4) = "KIT-"
                   *> Entró a un kit: no es un cliente, se sigue la
                   *> capa del kit armado ese día.
                   PERFORM AGREGAR-LOTE-KIT
               ELSE
                   MOVE "N" TO WS-MARCA-SIN-LOTE
                   PERFORM UBICAR-DESTINO-RETIRO
               END-IF
               PERFORM ESCRIBIR-MOVIMIENTO-RETIRO
           ELSE
           IF TZ-LOTE-FECHA = 0 AND TZ-TIPO = "S"
               *> Salida del producto sin capa: pudo ser del lote.
               MOVE "S" TO WS-MARCA-SIN-LOTE
               PERFORM UBICAR-DESTINO-RETIRO
           END-IF
           END-IF
           END-IF
           END-IF.

       BUSCAR-LOTE-SEGUIDO.
           *> LOTE-SEGUIDO: código y fecha de lote en la tabla;
           *> CODIGO-SEGUIDO: el código, con cualquier fecha.
           MOVE "N" TO WS-SW-LOTE-SEGUIDO
           MOVE "N" TO WS-SW-CODIGO-SEGUIDO
           PERFORM VARYING IDX-SEGUIDO FROM 1 BY 1
                   UNTIL IDX-SEGUIDO > TOTAL-LOTES-SEGUIDOS
                      OR LOTE-SEGUIDO
               IF LSG-CODIGO(IDX-SEGUIDO) = WS-BUSCA-CODIGO
                   SET CODIGO-SEGUIDO TO TRUE
                   IF LSG-FECHA(IDX-SEGUIDO) = WS-BUSCA-FECHA
                       SET LOTE-SEGUIDO TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       AGREGAR-LOTE-KIT.
           *> El kit armado con el lote queda en una capa con la
           *> fecha del armado (ver EJECUTAR-ARMADO en
           *> SISTEMA-INVENTARIO).
           MOVE TZ-DESTINO(5:6) TO WS-BUSCA-CODIGO
           MOVE TZ-FECHA TO WS-BUSCA-FECHA
           PERFORM BUSCAR-LOTE-SEGUIDO
           IF NOT LOTE-SEGUIDO
               IF TOTAL-LOTES-SEGUIDOS >= 50
                   IF NOT SEGUIDOS-DESBORDADOS
                       SET SEGUIDOS-DESBORDADOS TO TRUE
                       DISPLAY "ADVERTENCIA: mas de 50 capas de kit a "
                           "seguir; el resto no se rastrea."
                   END-IF
               ELSE
                   ADD 1 TO TOTAL-LOTES-SEGUIDOS
                   SET IDX-SEGUIDO TO TOTAL-LOTES-SEGUIDOS
                   MOVE WS-BUSCA-CODIGO TO LSG-CODIGO(IDX-SEGUIDO)
                   MOVE WS-BUSCA-FECHA TO LSG-FECHA(IDX-SEGUIDO)
                   MOVE TZ-CODIGO TO LSG-ORIGEN(IDX-SEGUIDO)
               END-IF
           END-IF.

       UBICAR-DESTINO-RETIRO.
           MOVE "N" TO WS-SW-DEST-HALLADO
           MOVE 0 TO WS-IDX-DEST-ACTUAL
           PERFORM VARYING IDX-DEST-RETIRO FROM 1 BY 1
                   UNTIL IDX-DEST-RETIRO > TOTAL-DEST-RETIRO
                      OR DEST-HALLADO
               IF DRT-DESTINO(IDX-DEST-RETIRO) = TZ-DESTINO
                   SET DEST-HALLADO TO TRUE
                   SET WS-IDX-DEST-ACTUAL TO IDX-DEST-RETIRO
               END-IF
           END-PERFORM
           IF NOT DEST-HALLADO
               IF TOTAL-DEST-RETIRO >= 200
                   IF NOT DEST-DESBORDADOS
                       SET DEST-DESBORDADOS TO TRUE
                       DISPLAY "ADVERTENCIA: mas de 200 destinos; "
                           "el detalle de movimientos sigue completo."
                   END-IF
               ELSE
                   ADD 1 TO TOTAL-DEST-RETIRO
                   MOVE TOTAL-DEST-RETIRO TO WS-IDX-DEST-ACTUAL
                   SET IDX-DEST-RETIRO TO WS-IDX-DEST-ACTUAL
                   MOVE TZ-DESTINO TO DRT-DESTINO(IDX-DEST-RETIRO)
                   MOVE "S" TO DRT-SIN-LOTE(IDX-DEST-RETIRO)
                   MOVE 0 TO DRT-DESPACHADO(IDX-DEST-RETIRO)
                   MOVE 0 TO DRT-DEVUELTO(IDX-DEST-RETIRO)
                   *> Las fechas salen solo de líneas con lote.
                   MOVE 99999999 TO DRT-PRIMERA(IDX-DEST-RETIRO)
                   MOVE 0 TO DRT-ULTIMA(IDX-DEST-RETIRO)
                   SET DEST-HALLADO TO TRUE
               END-IF
           END-IF
           IF DEST-HALLADO AND WS-MARCA-SIN-LOTE = "N"
               SET IDX-DEST-RETIRO TO WS-IDX-DEST-ACTUAL
               MOVE "N" TO DRT-SIN-LOTE(IDX-DEST-RETIRO)
               IF TZ-TIPO = "D"
                   ADD TZ-CANTIDAD TO DRT-DEVUELTO(IDX-DEST-RETIRO)
                   ADD TZ-CANTIDAD TO WS-TOTAL-DEVUELTO
               ELSE
                   ADD TZ-CANTIDAD TO DRT-DESPACHADO(IDX-DEST-RETIRO)
                   ADD TZ-CANTIDAD TO WS-TOTAL-DESPACHADO
               END-IF
               IF TZ-FECHA < DRT-PRIMERA(IDX-DEST-RETIRO)
                   MOVE TZ-FECHA TO DRT-PRIMERA(IDX-DEST-RETIRO)
               END-IF
               IF TZ-FECHA > DRT-ULTIMA(IDX-DEST-RETIRO)
                   MOVE TZ-FECHA TO DRT-ULTIMA(IDX-DEST-RETIRO)
               END-IF
           END-IF.

       ESCRIBIR-MOVIMIENTO-RETIRO.
           MOVE TZ-CODIGO TO LMR-CODIGO
           MOVE TZ-FECHA TO LMR-FECHA
           IF TZ-TIPO = "D"
               MOVE "DEVOLUCION" TO LMR-TIPO
           ELSE
               IF TZ-DESTINO(1:4) = "KIT-"
                   MOVE "ARMADO" TO LMR-TIPO
               ELSE
                   MOVE "DESPACHO" TO LMR-TIPO
               END-IF
           END-IF
           MOVE TZ-DESTINO TO LMR-DESTINO
           MOVE TZ-UBICACION TO LMR-UBICACION
           MOVE TZ-CANTIDAD TO LMR-CANTIDAD
           MOVE TZ-OPERADOR TO LMR-OPERADOR
           WRITE REGISTRO-REPORTE FROM LINEA-MOV-RETIRO.

       ESCRIBIR-DESTINOS-RETIRO.
           MOVE SPACES TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE "DESTINOS QUE RECIBIERON EL LOTE" TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "DESTINO    NOMBRE                   DESPACH. "
               "DEVUEL.    NETO PRIMERA  ULTIMA"
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           PERFORM VARYING IDX-DEST-RETIRO FROM 1 BY 1
                   UNTIL IDX-DEST-RETIRO > TOTAL-DEST-RETIRO
               IF DRT-SIN-LOTE(IDX-DEST-RETIRO) = "N"
                   PERFORM ESCRIBIR-UN-DESTINO
               END-IF
           END-PERFORM
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "TOTAL DESPACHADO: " WS-TOTAL-DESPACHADO
               "  DEVUELTO: " WS-TOTAL-DEVUELTO
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE

           *> Destinos que solo recibieron unidades sin capa: no se
           *> puede afirmar ni descartar que fueran del lote.
           MOVE SPACES TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE "DESTINOS POSIBLES (SALIDAS DEL PRODUCTO SIN LOTE)"
               TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           PERFORM VARYING IDX-DEST-RETIRO FROM 1 BY 1
                   UNTIL IDX-DEST-RETIRO > TOTAL-DEST-RETIRO
               IF DRT-SIN-LOTE(IDX-DEST-RETIRO) = "S"
                   MOVE DRT-DESTINO(IDX-DEST-RETIRO) TO TZ-DESTINO
                   PERFORM BUSCAR-NOMBRE-DESTINO
                   MOVE SPACES TO REGISTRO-REPORTE
                   STRING "  " DRT-DESTINO(IDX-DEST-RETIRO) " "
                       WS-NOMBRE-DESTINO
                       DELIMITED BY SIZE INTO REGISTRO-REPORTE
                   WRITE REGISTRO-REPORTE
               END-IF
           END-PERFORM.

       ESCRIBIR-UN-DESTINO.
           MOVE DRT-DESTINO(IDX-DEST-RETIRO) TO TZ-DESTINO
           PERFORM BUSCAR-NOMBRE-DESTINO
           MOVE DRT-DESTINO(IDX-DEST-RETIRO) TO LDR-DESTINO
           MOVE WS-NOMBRE-DESTINO TO LDR-NOMBRE
           MOVE DRT-DESPACHADO(IDX-DEST-RETIRO) TO LDR-DESPACHADO
           MOVE DRT-DEVUELTO(IDX-DEST-RETIRO) TO LDR-DEVUELTO
           COMPUTE WS-NETO-DESTINO =
               DRT-DESPACHADO(IDX-DEST-RETIRO) -
               DRT-DEVUELTO(IDX-DEST-RETIRO)
           MOVE WS-NETO-DESTINO TO LDR-NETO
           MOVE DRT-PRIMERA(IDX-DEST-RETIRO) TO LDR-PRIMERA
           MOVE DRT-ULTIMA(IDX-DEST-RETIRO) TO LDR-ULTIMA
           WRITE REGISTRO-REPORTE FROM LINEA-DEST-RETIRO.

       ESCRIBIR-KITS-RETIRO.
           *> Capas de kit seguidas. La capa de un kit lleva la fecha
           *> del armado: si ese día se armó el mismo kit también con
           *> otros lotes, la capa mezcla ambos y se congela entera.
           MOVE SPACES TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE "KITS ARMADOS CON EL LOTE (CAPA = FECHA DEL ARMADO)"
               TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           IF TOTAL-LOTES-SEGUIDOS < 2
               MOVE "  NINGUNO" TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           END-IF
           PERFORM VARYING IDX-SEGUIDO FROM 2 BY 1
                   UNTIL IDX-SEGUIDO > TOTAL-LOTES-SEGUIDOS
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "  KIT " LSG-CODIGO(IDX-SEGUIDO)
                   "  CAPA " LSG-FECHA(IDX-SEGUIDO)
                   "  ARMADO CON " LSG-ORIGEN(IDX-SEGUIDO)
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           END-PERFORM
           IF SEGUIDOS-DESBORDADOS
               MOVE "  AVISO: MAS DE 50 CAPAS DE KIT, LISTA INCOMPLETA"
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           END-IF.

       BUSCAR-NOMBRE-DESTINO.
           MOVE "(NO REGISTRADO)" TO WS-NOMBRE-DESTINO
           PERFORM VARYING IDX-NOMBRE FROM 1 BY 1
                   UNTIL IDX-NOMBRE > TOTAL-NOMBRES
               IF NMD-CODIGO(IDX-NOMBRE) = TZ-DESTINO
                   MOVE NMD-NOMBRE(IDX-NOMBRE) TO WS-NOMBRE-DESTINO
               END-IF
           END-PERFORM.

       ESCRIBIR-EXISTENCIA-LOTE.
           *> Lo que sigue en anaquel de ese lote y de las capas de
           *> kit armadas con él, por bodega, para congelarlo antes de
           *> que salga otra vez.
           MOVE SPACES TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE "EXISTENCIA DEL LOTE POR BODEGA" TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE "N" TO EOF-LOTES
           OPEN INPUT ARCHIVO-LOTES
           IF WS-STATUS-LOTES NOT = "00"
               MOVE "AVISO: LOTES.DAT no existe; sin existencia."
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           ELSE
               PERFORM UNTIL FIN-LOTES
                   READ ARCHIVO-LOTES
                       AT END
                           SET FIN-LOTES TO TRUE
                       NOT AT END
                           MOVE LOTE-CODIGO TO WS-BUSCA-CODIGO
                           MOVE LOTE-FECHA TO WS-BUSCA-FECHA
                           PERFORM BUSCAR-LOTE-SEGUIDO
                           IF LOTE-SEGUIDO AND LOTE-CANTIDAD > 0
                               MOVE LOTE-CODIGO TO LEM-CODIGO
                               MOVE LOTE-UBICACION TO LEM-UBICACION
                               MOVE LOTE-CANTIDAD TO LEM-CANTIDAD
                               IF LOTE-FECHA-VENCE IS NUMERIC
                                   MOVE LOTE-FECHA-VENCE TO LEM-VENCE
                               ELSE
                                   MOVE 0 TO LEM-VENCE
                               END-IF
                               ADD LOTE-CANTIDAD TO WS-TOTAL-EN-MANO
                               WRITE REGISTRO-REPORTE
                                   FROM LINEA-EN-MANO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-LOTES
           END-IF
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "TOTAL EN MANO A CONGELAR: " WS-TOTAL-EN-MANO
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           DISPLAY "Destinos en la traza: " TOTAL-DEST-RETIRO
               "  en mano: " WS-TOTAL-EN-MANO.
