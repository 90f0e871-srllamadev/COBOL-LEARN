       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIRMA-PICKING.
       AUTHOR. TU-NOMBRE.
       DATE-WRITTEN. 15/10/2026.

      *> Confirmación de hojas de picking: toma PICKING.DAT (ver
      *> LISTA-PICKING) con la cantidad que el preparador anotó en
      *> PCK-CONFIRMADA y agrega a SALIDAS.DAT una salida por cada
      *> línea sacada, para que el despacho de SISTEMA-INVENTARIO la
      *> aplique contra el stock y consuma la reserva de PEDIDOS.DAT
      *> como siempre. Lo que no se sacó queda reservado y vuelve a
      *> salir en la próxima hoja. Las líneas sin confirmar o con
      *> una cantidad imposible se quedan en PICKING.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PICKING ASSIGN TO "PICKING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PICKING.

           *> Transacciones de salida que consume SISTEMA-INVENTARIO.
           SELECT ARCHIVO-SALIDAS ASSIGN TO "SALIDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SALIDAS.

           *> Unidades de medida: las reservas y las hojas van en
           *> unidad base, así que la salida se marca con la unidad
           *> base del producto (ver SISTEMA-INVENTARIO).
           SELECT ARCHIVO-UNIDADES ASSIGN TO "UNIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-UNIDADES.

           SELECT ARCHIVO-REPORTE ASSIGN TO "PICKCONF.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Diario de operaciones común (ver RESUMEN-OPERACIONES).
           SELECT ARCHIVO-JOURNAL ASSIGN TO "OPERACION.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARCHIVO-UNIDADES.
       01  REGISTRO-UNIDAD.
           05  UNI-CODIGO           PIC X(6).
           05  UNI-BASE             PIC X(3).
           05  UNI-COMPRA           PIC X(3).
           05  UNI-FACTOR-COMPRA    PIC 9(4).
           05  UNI-DESPACHO         PIC X(3).
           05  UNI-FACTOR-DESPACHO  PIC 9(4).

       FD  ARCHIVO-REPORTE.
       01  REGISTRO-REPORTE         PIC X(80).

       FD  ARCHIVO-JOURNAL.
       01  REGISTRO-JOURNAL         PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PICKING       PIC X(2).
       01  WS-STATUS-SALIDAS       PIC X(2).
       01  WS-STATUS-JOURNAL       PIC X(2).
       01  WS-STATUS-UNIDADES      PIC X(2).
       01  EOF-PICKING             PIC X(1).
           88  FIN-PICKING         VALUE "Y".
       01  EOF-UNIDADES            PIC X(1).
           88  FIN-UNIDADES        VALUE "Y".

       *> Unidad base por código; sin registro es "UN".
       01  TABLA-UNIDADES.
           05  TOTAL-UNIDADES      PIC 9(4) VALUE 0.
           05  UNIDAD-ITEM         OCCURS 2000 TIMES
                                   INDEXED BY IDX-UNIDAD.
               10  UND-CODIGO      PIC X(6).
               10  UND-BASE        PIC X(3).

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

       *> Cantidad anotada: el preparador puede dejarla con
       *> espacios a la izquierda; se rellenan con ceros antes de
       *> validarla.
       01  WS-CONFIRMADA-X         PIC X(4).
       01  WS-CONFIRMADA-N REDEFINES WS-CONFIRMADA-X
                                   PIC 9(4).
       01  WS-MOTIVO               PIC X(30).

       *> Líneas que se quedan en PICKING.DAT para la siguiente
       *> confirmación.
       01  TABLA-PENDIENTES.
           05  TOTAL-PENDIENTES    PIC 9(3) VALUE 0.
           05  PENDIENTE-ITEM      OCCURS 500 TIMES
                                   INDEXED BY IDX-PENDIENTE
                                   PIC X(44).
       01  SW-PENDIENTES-DESBORDE  PIC X(1) VALUE "N".
           88  PENDIENTES-DESBORDADOS VALUE "Y".

       01  LINEAS-LEIDAS           PIC 9(6) VALUE 0.
       01  SALIDAS-GENERADAS       PIC 9(6) VALUE 0.
       01  LINEAS-SIN-SACAR        PIC 9(6) VALUE 0.
       01  LINEAS-RECHAZADAS       PIC 9(6) VALUE 0.
       01  LINEAS-SIN-CONFIRMAR    PIC 9(6) VALUE 0.
       01  WS-FALTANTE             PIC 9(4).

       01  LINEA-CONFIRMACION.
           05  LCF-HOJA            PIC ZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCF-UBICACION       PIC X(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCF-DESTINO         PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCF-CASILLA         PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCF-CODIGO          PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCF-PEDIDA          PIC ZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCF-SACADA          PIC X(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCF-MOTIVO          PIC X(30).

       PROCEDURE DIVISION.
       PROGRAMA-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           DISPLAY "=== CONFIRMACION DE PICKING ==="
           DISPLAY "Corrida: " WS-FECHA-HOY " "
               WS-HORA-AHORA(1:6)

           MOVE "I" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL

           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "CONFIRMACION DE PICKING - Corrida: "
               WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE "HOJA BOD. DESTINO    CASILLA  CODIGO PED. SAC. MOTIVO"
               TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE

           PERFORM CARGAR-UNIDADES
           MOVE "N" TO EOF-PICKING
           OPEN INPUT ARCHIVO-PICKING
           IF WS-STATUS-PICKING NOT = "00"
               MOVE "AVISO: PICKING.DAT no existe; nada que confirmar"
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               DISPLAY "AVISO: PICKING.DAT no existe."
           ELSE
               OPEN EXTEND ARCHIVO-SALIDAS
               IF WS-STATUS-SALIDAS NOT = "00"
                   OPEN OUTPUT ARCHIVO-SALIDAS
               END-IF
               PERFORM UNTIL FIN-PICKING
                   READ ARCHIVO-PICKING
                       AT END
                           SET FIN-PICKING TO TRUE
                       NOT AT END
                           ADD 1 TO LINEAS-LEIDAS
                           PERFORM CONFIRMAR-LINEA-PICKING
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PICKING
               CLOSE ARCHIVO-SALIDAS
               PERFORM GRABAR-PICKING-PENDIENTE
           END-IF

           MOVE SPACES TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "SALIDAS A SALIDAS.DAT: " SALIDAS-GENERADAS
               "  NO SACADAS: " LINEAS-SIN-SACAR
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "SIN CONFIRMAR: " LINEAS-SIN-CONFIRMAR
               "  RECHAZADAS: " LINEAS-RECHAZADAS
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           CLOSE ARCHIVO-REPORTE

           MOVE "F" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL
           DISPLAY "Salidas generadas: " SALIDAS-GENERADAS
               "  pendientes: " TOTAL-PENDIENTES
           STOP RUN.

       REGISTRAR-JOURNAL.
           *> Leídos = líneas de PICKING.DAT, escritos = salidas
           *> agregadas a SALIDAS.DAT, rechazos = cantidades inválidas.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE "CONFIRMA-PICKING" TO JRN-PROGRAMA
           MOVE WS-FECHA-HOY TO JRN-FECHA
           MOVE WS-HORA-AHORA(1:6) TO JRN-HORA
           MOVE LINEAS-LEIDAS TO JRN-LEIDOS
           MOVE SALIDAS-GENERADAS TO JRN-ESCRITOS
           MOVE LINEAS-RECHAZADAS TO JRN-RECHAZOS
           IF LINEAS-RECHAZADAS > 0
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

       CARGAR-UNIDADES.
           MOVE "N" TO EOF-UNIDADES
           OPEN INPUT ARCHIVO-UNIDADES
           IF WS-STATUS-UNIDADES = "00"
               PERFORM UNTIL FIN-UNIDADES
                   READ ARCHIVO-UNIDADES
                       AT END
                           SET FIN-UNIDADES TO TRUE
                       NOT AT END
                           IF TOTAL-UNIDADES < 2000
                               ADD 1 TO TOTAL-UNIDADES
                               SET IDX-UNIDAD TO TOTAL-UNIDADES
                               MOVE UNI-CODIGO
                                   TO UND-CODIGO(IDX-UNIDAD)
                               MOVE UNI-BASE TO UND-BASE(IDX-UNIDAD)
                               IF UNI-BASE = SPACES
                                   MOVE "UN" TO UND-BASE(IDX-UNIDAD)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-UNIDADES
           END-IF.

       BUSCAR-UNIDAD-BASE.
           MOVE "UN" TO SAL-UNIDAD
           PERFORM VARYING IDX-UNIDAD FROM 1 BY 1
                   UNTIL IDX-UNIDAD > TOTAL-UNIDADES
               IF UND-CODIGO(IDX-UNIDAD) = PCK-CODIGO
                   MOVE UND-BASE(IDX-UNIDAD) TO SAL-UNIDAD
               END-IF
           END-PERFORM.

       CONFIRMAR-LINEA-PICKING.
           MOVE SPACES TO WS-MOTIVO
           MOVE PCK-CONFIRMADA TO WS-CONFIRMADA-X
           IF WS-CONFIRMADA-X NOT = SPACES
               INSPECT WS-CONFIRMADA-X
                   REPLACING LEADING SPACES BY ZEROS
           END-IF
           EVALUATE TRUE
               WHEN PCK-CONFIRMADA = SPACES
                   ADD 1 TO LINEAS-SIN-CONFIRMAR
                   MOVE "SIN CONFIRMAR" TO WS-MOTIVO
                   PERFORM GUARDAR-LINEA-PENDIENTE
               WHEN WS-CONFIRMADA-X IS NOT NUMERIC
                   ADD 1 TO LINEAS-RECHAZADAS
                   MOVE "RECHAZO: CANTIDAD NO NUMERICA" TO WS-MOTIVO
                   PERFORM GUARDAR-LINEA-PENDIENTE
               WHEN WS-CONFIRMADA-N > PCK-CANTIDAD
                   *> Sacar más de lo reservado se tomaría de la
                   *> reserva de otro destino: se devuelve a la hoja.
                   ADD 1 TO LINEAS-RECHAZADAS
                   MOVE "RECHAZO: SACADO MAYOR QUE PEDIDO" TO WS-MOTIVO
                   PERFORM GUARDAR-LINEA-PENDIENTE
               WHEN WS-CONFIRMADA-N = 0
                   ADD 1 TO LINEAS-SIN-SACAR
                   MOVE "NO SACADO; SIGUE RESERVADO" TO WS-MOTIVO
               WHEN OTHER
                   MOVE PCK-CODIGO TO SAL-CODIGO
                   MOVE PCK-UBICACION TO SAL-UBICACION
                   MOVE WS-CONFIRMADA-N TO SAL-CANTIDAD
                   MOVE PCK-DESTINO TO SAL-DESTINO
                   PERFORM BUSCAR-UNIDAD-BASE
                   WRITE REGISTRO-SALIDA
                   ADD 1 TO SALIDAS-GENERADAS
                   IF WS-CONFIRMADA-N < PCK-CANTIDAD
                       COMPUTE WS-FALTANTE =
                           PCK-CANTIDAD - WS-CONFIRMADA-N
                       MOVE SPACES TO WS-MOTIVO
                       STRING "A SALIDAS; FALTAN " WS-FALTANTE
                           DELIMITED BY SIZE INTO WS-MOTIVO
                   ELSE
                       MOVE "A SALIDAS.DAT" TO WS-MOTIVO
                   END-IF
           END-EVALUATE
           MOVE PCK-HOJA TO LCF-HOJA
           MOVE PCK-UBICACION TO LCF-UBICACION
           MOVE PCK-DESTINO TO LCF-DESTINO
           MOVE PCK-CASILLA TO LCF-CASILLA
           MOVE PCK-CODIGO TO LCF-CODIGO
           MOVE PCK-CANTIDAD TO LCF-PEDIDA
           MOVE PCK-CONFIRMADA TO LCF-SACADA
           MOVE WS-MOTIVO TO LCF-MOTIVO
           WRITE REGISTRO-REPORTE FROM LINEA-CONFIRMACION.

       GUARDAR-LINEA-PENDIENTE.
           IF TOTAL-PENDIENTES >= 500
               SET PENDIENTES-DESBORDADOS TO TRUE
           ELSE
               ADD 1 TO TOTAL-PENDIENTES
               SET IDX-PENDIENTE TO TOTAL-PENDIENTES
               MOVE REGISTRO-PICKING TO PENDIENTE-ITEM(IDX-PENDIENTE)
           END-IF.

       GRABAR-PICKING-PENDIENTE.
           *> Sin pendientes PICKING.DAT se borra, lo que habilita a
           *> LISTA-PICKING a emitir hojas nuevas.
           IF PENDIENTES-DESBORDADOS
               MOVE "A" TO WS-FIN-JORNADA
               DISPLAY "ERROR: más de 500 líneas pendientes; "
                   "PICKING.DAT se reescribe incompleto."
               MOVE "ERROR: PENDIENTES TRUNCADOS A 500 LINEAS"
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           END-IF
           IF TOTAL-PENDIENTES = 0
               CALL "CBL_DELETE_FILE" USING "PICKING.DAT"
           ELSE
               OPEN OUTPUT ARCHIVO-PICKING
               PERFORM VARYING IDX-PENDIENTE FROM 1 BY 1
                       UNTIL IDX-PENDIENTE > TOTAL-PENDIENTES
                   MOVE PENDIENTE-ITEM(IDX-PENDIENTE)
                       TO REGISTRO-PICKING
                   WRITE REGISTRO-PICKING
               END-PERFORM
               CLOSE ARCHIVO-PICKING
           END-IF.
