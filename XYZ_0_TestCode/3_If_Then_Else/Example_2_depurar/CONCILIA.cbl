       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-FACTURAS.
       AUTHOR. TU-NOMBRE.
       DATE-WRITTEN. 15/10/2026.

      *> Conciliación a tres vías de las facturas de proveedor: cada
      *> línea de FACTURAS.DAT se casa contra la orden de compra que
      *> cita (OCABIERTA.DAT y, si la línea ya se cerró, su historia
      *> OCHISTORIA.DAT) y contra lo que la bitácora RECEPCION.LOG
      *> dice que de verdad entró al andén desde la fecha de la
      *> orden. Solo lo que cuadra dentro de la tolerancia pasa a
      *> FACPAGO.DAT para cuentas por pagar; lo demás queda retenido
      *> en FACRETEN.DAT con su motivo para revisión. Hasta hoy
      *> cuentas por pagar pagaba lo que dijera la factura, aunque
      *> la mercancía hubiera llegado incompleta o más cara.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Líneas de factura capturadas por cuentas por pagar:
           *> número de factura, proveedor, orden citada, producto,
           *> cantidad y precio unitario facturados. Se borra al
           *> terminar, igual que CORRECCION.DAT en el cálculo de
           *> renta; lo retenido queda completo en FACRETEN.DAT.
           SELECT ARCHIVO-FACTURAS ASSIGN TO "FACTURAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FACTURAS.

           *> Órdenes de compra vivas y ya cerradas, mismo trazado
           *> (ver SISTEMA-INVENTARIO); el nombre se asigna en forma
           *> dinámica para leer las dos con el mismo FD.
           SELECT ARCHIVO-ORDENES ASSIGN TO DYNAMIC WS-NOMBRE-ORDENES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORDENES.

           *> Bitácora de recepciones aplicadas al stock.
           SELECT ARCHIVO-BITACORA-RECEP ASSIGN TO "RECEPCION.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA-RECEP.

           *> Tolerancias de la conciliación: porcentaje de precio y
           *> de cantidad. Sin el archivo se usa 2% en precio y cero
           *> en cantidad (no se paga nada que no haya llegado).
           SELECT ARCHIVO-TOLERANCIA ASSIGN TO "TOLERANCIA.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TOLERANCIA.

           *> Acumulado de lo ya aprobado para pago, por orden y
           *> producto: sin él, dos facturas por la misma entrega
           *> saldrían pagadas las dos.
           SELECT ARCHIVO-FACTURADO ASSIGN TO "FACTURADO.HIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-FACTURADO.

           *> Unidades de medida (ver SISTEMA-INVENTARIO): el
           *> proveedor factura en su unidad de compra, con el precio
           *> del empaque, y la orden guarda lo pedido en unidad base.
           SELECT ARCHIVO-UNIDADES ASSIGN TO "UNIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-UNIDADES.

           *> Aprobado para pago de esta corrida (cuentas por pagar).
           SELECT ARCHIVO-PAGO ASSIGN TO "FACPAGO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Líneas retenidas para revisión, con la línea original
           *> intacta al frente para poder reenviarla corregida.
           SELECT ARCHIVO-RETENIDAS ASSIGN TO "FACRETEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-RETENIDAS.

           *> Reporte de conciliación con las diferencias.
           SELECT ARCHIVO-REPORTE ASSIGN TO "FACTURAS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Diario de operaciones común (ver RESUMEN-OPERACIONES).
           SELECT ARCHIVO-JOURNAL ASSIGN TO "OPERACION.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FACTURAS.
       01  REGISTRO-FACTURA.
           05  FAC-NUMERO           PIC X(12).
           05  FAC-PROVEEDOR        PIC X(5).
           05  FAC-OC-NUMERO        PIC X(17).
           05  FAC-CODIGO           PIC X(6).
           05  FAC-CANTIDAD         PIC 9(5).
           05  FAC-PRECIO           PIC 9(5)V99.

       FD  ARCHIVO-ORDENES.
       01  REGISTRO-ORDEN.
           05  OCA-NUMERO           PIC X(17).
           05  OCA-PROVEEDOR        PIC X(5).
           05  OCA-CODIGO           PIC X(6).
           05  OCA-UBICACION        PIC X(4).
           05  OCA-CANT-PEDIDA      PIC 9(5).
           05  OCA-CANT-RECIBIDA    PIC 9(5).
           05  OCA-FECHA-ORDEN      PIC 9(8).
           05  OCA-FECHA-ESPERADA   PIC 9(8).
           05  OCA-ESTADO           PIC X(1).
           05  OCA-COSTO-UNITARIO   PIC 9(5)V99.
           05  OCA-FECHA-CIERRE     PIC 9(8).

       FD  ARCHIVO-BITACORA-RECEP.
       01  REGISTRO-BITACORA-RECEP  PIC X(80).

       FD  ARCHIVO-TOLERANCIA.
       01  REGISTRO-TOLERANCIA.
           05  TOL-PCT-PRECIO       PIC 9(3)V99.
           05  TOL-PCT-CANTIDAD     PIC 9(3)V99.

       FD  ARCHIVO-UNIDADES.
       01  REGISTRO-UNIDAD.
           05  UNI-CODIGO           PIC X(6).
           05  UNI-BASE             PIC X(3).
           05  UNI-COMPRA           PIC X(3).
           05  UNI-FACTOR-COMPRA    PIC 9(4).
           05  UNI-DESPACHO         PIC X(3).
           05  UNI-FACTOR-DESPACHO  PIC 9(4).

       FD  ARCHIVO-FACTURADO.
       01  REGISTRO-FACTURADO       PIC X(80).

       FD  ARCHIVO-PAGO.
       01  REGISTRO-PAGO            PIC X(80).

       FD  ARCHIVO-RETENIDAS.
       01  REGISTRO-RETENIDA        PIC X(100).

       FD  ARCHIVO-REPORTE.
       01  REGISTRO-REPORTE         PIC X(80).

       FD  ARCHIVO-JOURNAL.
       01  REGISTRO-JOURNAL         PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FACTURAS      PIC X(2).
       01  WS-STATUS-ORDENES       PIC X(2).
       01  WS-STATUS-BITACORA-RECEP PIC X(2).
       01  WS-STATUS-TOLERANCIA    PIC X(2).
       01  WS-STATUS-FACTURADO     PIC X(2).
       01  WS-STATUS-RETENIDAS     PIC X(2).
       01  WS-STATUS-JOURNAL       PIC X(2).
       01  WS-STATUS-UNIDADES      PIC X(2).
       01  WS-NOMBRE-ORDENES       PIC X(14).
       01  EOF-FACTURAS            PIC X(1).
           88  FIN-FACTURAS        VALUE "Y".
       01  EOF-ORDENES             PIC X(1).
           88  FIN-ORDENES         VALUE "Y".
       01  EOF-BITACORA            PIC X(1).
           88  FIN-BITACORA        VALUE "Y".
       01  EOF-FACTURADO           PIC X(1).
           88  FIN-FACTURADO       VALUE "Y".
       01  EOF-UNIDADES            PIC X(1).
           88  FIN-UNIDADES        VALUE "Y".

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

       *> Mismo trazado de RECEPCION.LOG que escribe
       *> SISTEMA-INVENTARIO (REGISTRAR-BITACORA-RECEP).
       01  LINEA-BITACORA-RECEP.
           05  LB-FECHA            PIC 9(8).
           05  FILLER              PIC X(1).
           05  LB-HORA             PIC 9(6).
           05  FILLER              PIC X(1).
           05  LB-CODIGO           PIC X(6).
           05  FILLER              PIC X(1).
           05  LB-UBICACION        PIC X(4).
           05  FILLER              PIC X(1).
           05  LB-CANTIDAD         PIC 9(4).
           05  FILLER              PIC X(1).
           05  LB-STOCK-ANTES      PIC 9(4).
           05  FILLER              PIC X(1).
           05  LB-STOCK-DESPUES    PIC 9(4).
           05  FILLER              PIC X(1).
           05  LB-OPERADOR         PIC X(8).

       *> Tolerancias vigentes en la corrida.
       01  WS-TOL-PCT-PRECIO       PIC 9(3)V99 VALUE 2.
       01  WS-TOL-PCT-CANTIDAD     PIC 9(3)V99 VALUE 0.

       *> Líneas de orden (vivas y cerradas) en memoria. Lo
       *> recibido según la bitácora se acumula por línea: toda
       *> recepción del código y bodega con fecha igual o posterior
       *> a la de la orden.
       01  TABLA-ORDENES.
           05  TOTAL-ORDENES       PIC 9(4) VALUE 0.
           05  ORDEN-ITEM          OCCURS 1000 TIMES
                                   INDEXED BY IDX-ORDEN.
               10  TOR-NUMERO      PIC X(17).
               10  TOR-PROVEEDOR   PIC X(5).
               10  TOR-CODIGO      PIC X(6).
               10  TOR-UBICACION   PIC X(4).
               10  TOR-PEDIDA      PIC 9(5).
               10  TOR-RECIBIDA    PIC 9(5).
               10  TOR-FECHA-ORDEN PIC 9(8).
               10  TOR-COSTO       PIC 9(5)V99.
               10  TOR-EN-BITACORA PIC 9(7).
       01  SW-ORDENES-DESBORDE     PIC X(1) VALUE "N".
           88  ORDENES-DESBORDADAS VALUE "Y".

       *> Acumulado de lo ya aprobado por orden + producto, y las
       *> facturas ya vistas, para no pagar dos veces.
       01  LINEA-FACTURADO.
           05  LF-FECHA            PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LF-FACTURA          PIC X(12).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LF-PROVEEDOR        PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LF-OC-NUMERO        PIC X(17).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LF-CODIGO           PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LF-CANTIDAD         PIC 9(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LF-PRECIO           PIC 9(5)V99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LF-IMPORTE          PIC 9(9)V99.
       01  TABLA-FACTURADO.
           05  TOTAL-FACTURADO     PIC 9(4) VALUE 0.
           05  FACTURADO-ITEM      OCCURS 2000 TIMES
                                   INDEXED BY IDX-FACTURADO.
               10  TFA-FACTURA     PIC X(12).
               10  TFA-PROVEEDOR   PIC X(5).
               10  TFA-OC-NUMERO   PIC X(17).
               10  TFA-CODIGO      PIC X(6).
               10  TFA-CANTIDAD    PIC 9(5).
       01  SW-FACTURADO-DESBORDE   PIC X(1) VALUE "N".
           88  FACTURADO-DESBORDADO VALUE "Y".

       *> Unidades por empaque de compra de cada código; sin
       *> registro el código se factura en unidad base.
       01  TABLA-UNIDADES.
           05  TOTAL-UNIDADES      PIC 9(4) VALUE 0.
           05  UNIDAD-ITEM         OCCURS 2000 TIMES
                                   INDEXED BY IDX-UNIDAD.
               10  UND-CODIGO      PIC X(6).
               10  UND-FACTOR-COMPRA PIC 9(4).
       01  WS-FACTOR-COMPRA        PIC 9(4).
       01  WS-FAC-CANT-BASE        PIC 9(7).
       01  WS-OC-COSTO-EMPAQUE     PIC 9(7)V99.

       *> Línea de factura en turno contra su orden.
       01  WS-SW-ORDEN-HALLADA     PIC X(1).
           88  ORDEN-HALLADA       VALUE "Y".
       01  WS-SW-PROVEEDOR-OK      PIC X(1).
           88  PROVEEDOR-CASA      VALUE "Y".
       01  WS-SW-SIN-COSTO         PIC X(1).
           88  ORDEN-SIN-COSTO     VALUE "Y".
       01  WS-SW-DUPLICADA         PIC X(1).
           88  FACTURA-DUPLICADA   VALUE "Y".
       01  WS-OC-PEDIDA            PIC 9(7).
       01  WS-OC-RECIBIDA          PIC 9(7).
       01  WS-OC-VALOR             PIC 9(11)V99.
       01  WS-OC-COSTO             PIC 9(5)V99.
       01  WS-RECIBIDO-CONFIRMADO  PIC 9(7).
       01  WS-YA-FACTURADO         PIC 9(7).
       01  WS-DISPONIBLE           PIC S9(7).
       01  WS-VAR-CANTIDAD         PIC S9(7).
       01  WS-VAR-PRECIO-PCT       PIC S9(5)V99.
       01  WS-LIMITE-CANTIDAD      PIC 9(7)V99.
       01  WS-IMPORTE              PIC 9(9)V99.
       01  WS-MOTIVO               PIC X(30).

       *> Contadores y totales de la corrida.
       01  FACTURAS-LEIDAS         PIC 9(6) VALUE 0.
       01  FACTURAS-APROBADAS      PIC 9(6) VALUE 0.
       01  FACTURAS-RETENIDAS      PIC 9(6) VALUE 0.
       01  WS-TOTAL-APROBADO       PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-RETENIDO       PIC 9(11)V99 VALUE 0.

       *> Línea de detalle de FACTURAS.RPT.
       01  LINEA-CONCILIACION.
           05  LCF-FACTURA         PIC X(12).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCF-CODIGO          PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           *> Cantidades en unidad base, del ancho de
           *> WS-FAC-CANT-BASE: un empaque grande las pasa de 99999.
           05  LCF-CANT-FACT       PIC 9(7).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCF-CANT-DISP       PIC -(7)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCF-VAR-CANT        PIC -(7)9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCF-PRECIO-FACT     PIC ZZZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCF-COSTO-OC        PIC ZZZZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCF-VAR-PCT         PIC -(3)9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCF-RESULTADO       PIC X(8).

       01  WS-TOTAL-ED             PIC Z(10)9.99.
       01  WS-PCT-PRECIO-ED        PIC ZZ9.99.
       01  WS-PCT-CANTIDAD-ED      PIC ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAMA-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           DISPLAY "=== CONCILIACION DE FACTURAS DE PROVEEDOR ==="
           DISPLAY "Corrida: " WS-FECHA-HOY " "
               WS-HORA-AHORA(1:6)

           MOVE "I" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL

           PERFORM CARGAR-TOLERANCIAS
           PERFORM CARGAR-UNIDADES
           MOVE "OCABIERTA.DAT" TO WS-NOMBRE-ORDENES
           PERFORM CARGAR-ORDENES
           MOVE "OCHISTORIA.DAT" TO WS-NOMBRE-ORDENES
           PERFORM CARGAR-ORDENES
           PERFORM CARGAR-BITACORA-RECEPCION
           PERFORM CARGAR-FACTURADO

           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "CONCILIACION DE FACTURAS - Corrida: "
               WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE WS-TOL-PCT-PRECIO TO WS-PCT-PRECIO-ED
           MOVE WS-TOL-PCT-CANTIDAD TO WS-PCT-CANTIDAD-ED
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "TOLERANCIA PRECIO: " WS-PCT-PRECIO-ED
               "%  CANTIDAD: " WS-PCT-CANTIDAD-ED "%"
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "FACTURA      CODIGO  CANT.F    DISP.    "
               "VAR.C PRECIO F  COSTO OC   VAR.% ESTADO"
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE

           MOVE "N" TO EOF-FACTURAS
           OPEN INPUT ARCHIVO-FACTURAS
           IF WS-STATUS-FACTURAS NOT = "00"
               DISPLAY "AVISO: FACTURAS.DAT no existe; no hay "
                   "facturas que conciliar."
               MOVE "SIN FACTURAS QUE CONCILIAR" TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           ELSE
               OPEN OUTPUT ARCHIVO-PAGO
               OPEN EXTEND ARCHIVO-RETENIDAS
               IF WS-STATUS-RETENIDAS NOT = "00"
                   OPEN OUTPUT ARCHIVO-RETENIDAS
               END-IF
               OPEN EXTEND ARCHIVO-FACTURADO
               IF WS-STATUS-FACTURADO NOT = "00"
                   OPEN OUTPUT ARCHIVO-FACTURADO
               END-IF
               PERFORM UNTIL FIN-FACTURAS
                   READ ARCHIVO-FACTURAS
                       AT END
                           SET FIN-FACTURAS TO TRUE
                       NOT AT END
                           ADD 1 TO FACTURAS-LEIDAS
                           PERFORM CONCILIAR-LINEA-FACTURA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-FACTURAS
               CLOSE ARCHIVO-PAGO
               CLOSE ARCHIVO-RETENIDAS
               CLOSE ARCHIVO-FACTURADO
               *> Lo aprobado ya está en FACPAGO.DAT/FACTURADO.HIS y
               *> lo retenido en FACRETEN.DAT: la entrada se retira
               *> para que la próxima corrida no la pague otra vez.
               CALL "CBL_DELETE_FILE" USING "FACTURAS.DAT"
           END-IF

           MOVE SPACES TO REGISTRO-REPORTE
           STRING "LINEAS LEIDAS: " FACTURAS-LEIDAS
               "  APROBADAS: " FACTURAS-APROBADAS
               "  RETENIDAS: " FACTURAS-RETENIDAS
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE WS-TOTAL-APROBADO TO WS-TOTAL-ED
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "IMPORTE APROBADO PARA PAGO: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE WS-TOTAL-RETENIDO TO WS-TOTAL-ED
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "IMPORTE RETENIDO A REVISION: " WS-TOTAL-ED
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           CLOSE ARCHIVO-REPORTE

           DISPLAY "Facturas leídas: " FACTURAS-LEIDAS
               "  aprobadas: " FACTURAS-APROBADAS
               "  retenidas: " FACTURAS-RETENIDAS
           MOVE "F" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL
           DISPLAY "Conciliación en FACTURAS.RPT"
           STOP RUN.

       REGISTRAR-JOURNAL.
           *> Leídos = líneas de factura, escritos = aprobadas,
           *> rechazos = retenidas; una retenida prende la
           *> discrepancia para que cuentas por pagar la vea.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE "CONCILIA-FACTURAS" TO JRN-PROGRAMA
           MOVE WS-FECHA-HOY TO JRN-FECHA
           MOVE WS-HORA-AHORA(1:6) TO JRN-HORA
           MOVE FACTURAS-LEIDAS TO JRN-LEIDOS
           MOVE FACTURAS-APROBADAS TO JRN-ESCRITOS
           MOVE FACTURAS-RETENIDAS TO JRN-RECHAZOS
           IF FACTURAS-RETENIDAS > 0
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

       CARGAR-TOLERANCIAS.
           OPEN INPUT ARCHIVO-TOLERANCIA
           IF WS-STATUS-TOLERANCIA NOT = "00"
               DISPLAY "AVISO: TOLERANCIA.PAR no existe; se usa "
                   "2% en precio y 0% en cantidad."
           ELSE
               READ ARCHIVO-TOLERANCIA
                   AT END
                       DISPLAY "AVISO: TOLERANCIA.PAR vacío; se "
                           "usan las tolerancias por omisión."
                   NOT AT END
                       IF TOL-PCT-PRECIO IS NUMERIC
                           MOVE TOL-PCT-PRECIO TO WS-TOL-PCT-PRECIO
                       END-IF
                       IF TOL-PCT-CANTIDAD IS NUMERIC
                           MOVE TOL-PCT-CANTIDAD
                               TO WS-TOL-PCT-CANTIDAD
                       END-IF
               END-READ
               CLOSE ARCHIVO-TOLERANCIA
           END-IF.

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
                               IF UNI-FACTOR-COMPRA IS NUMERIC AND
                                  UNI-FACTOR-COMPRA > 0 AND
                                  UNI-COMPRA NOT = SPACES
                                   MOVE UNI-FACTOR-COMPRA
                                       TO UND-FACTOR-COMPRA(IDX-UNIDAD)
                               ELSE
                                   MOVE 1
                                       TO UND-FACTOR-COMPRA(IDX-UNIDAD)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-UNIDADES
           END-IF.

       BUSCAR-FACTOR-COMPRA.
           MOVE 1 TO WS-FACTOR-COMPRA
           PERFORM VARYING IDX-UNIDAD FROM 1 BY 1
                   UNTIL IDX-UNIDAD > TOTAL-UNIDADES
               IF UND-CODIGO(IDX-UNIDAD) = FAC-CODIGO
                   MOVE UND-FACTOR-COMPRA(IDX-UNIDAD)
                       TO WS-FACTOR-COMPRA
               END-IF
           END-PERFORM.

       CARGAR-ORDENES.
           *> Las dos fuentes son opcionales; sin ninguna toda
           *> factura queda retenida como sin orden.
           MOVE "N" TO EOF-ORDENES
           OPEN INPUT ARCHIVO-ORDENES
           IF WS-STATUS-ORDENES NOT = "00"
               DISPLAY "AVISO: " WS-NOMBRE-ORDENES " no existe."
           ELSE
               PERFORM UNTIL FIN-ORDENES
                   READ ARCHIVO-ORDENES
                       AT END
                           SET FIN-ORDENES TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-LINEA-ORDEN
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ORDENES
           END-IF.

       GUARDAR-LINEA-ORDEN.
           IF TOTAL-ORDENES >= 1000
               IF NOT ORDENES-DESBORDADAS
                   SET ORDENES-DESBORDADAS TO TRUE
                   DISPLAY "ADVERTENCIA: mas de 1000 líneas de "
                       "orden; las facturas de las excedentes "
                       "quedan retenidas como sin orden."
               END-IF
           ELSE
               ADD 1 TO TOTAL-ORDENES
               SET IDX-ORDEN TO TOTAL-ORDENES
               MOVE OCA-NUMERO TO TOR-NUMERO(IDX-ORDEN)
               MOVE OCA-PROVEEDOR TO TOR-PROVEEDOR(IDX-ORDEN)
               MOVE OCA-CODIGO TO TOR-CODIGO(IDX-ORDEN)
               MOVE OCA-UBICACION TO TOR-UBICACION(IDX-ORDEN)
               MOVE OCA-CANT-PEDIDA TO TOR-PEDIDA(IDX-ORDEN)
               MOVE OCA-CANT-RECIBIDA TO TOR-RECIBIDA(IDX-ORDEN)
               MOVE OCA-FECHA-ORDEN TO TOR-FECHA-ORDEN(IDX-ORDEN)
               *> Líneas de antes de existir el costo pactado: se
               *> dejan en cero y la factura se retiene por eso.
               IF OCA-COSTO-UNITARIO IS NUMERIC
                   MOVE OCA-COSTO-UNITARIO TO TOR-COSTO(IDX-ORDEN)
               ELSE
                   MOVE 0 TO TOR-COSTO(IDX-ORDEN)
               END-IF
               MOVE 0 TO TOR-EN-BITACORA(IDX-ORDEN)
           END-IF.

       CARGAR-BITACORA-RECEPCION.
           *> Una sola pasada por RECEPCION.LOG: cada recepción se
           *> abona a las líneas de orden del mismo código y bodega
           *> cuya fecha de orden no es posterior a la entrada.
           MOVE "N" TO EOF-BITACORA
           OPEN INPUT ARCHIVO-BITACORA-RECEP
           IF WS-STATUS-BITACORA-RECEP NOT = "00"
               DISPLAY "AVISO: RECEPCION.LOG no existe; ninguna "
                   "entrega queda confirmada en el andén."
           ELSE
               PERFORM UNTIL FIN-BITACORA
                   READ ARCHIVO-BITACORA-RECEP
                       AT END
                           SET FIN-BITACORA TO TRUE
                       NOT AT END
                           MOVE REGISTRO-BITACORA-RECEP
                               TO LINEA-BITACORA-RECEP
                           IF LB-FECHA IS NUMERIC AND
                              LB-CANTIDAD IS NUMERIC
                               PERFORM ABONAR-RECEPCION-A-ORDENES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-BITACORA-RECEP
           END-IF.

       ABONAR-RECEPCION-A-ORDENES.
           PERFORM VARYING IDX-ORDEN FROM 1 BY 1
                   UNTIL IDX-ORDEN > TOTAL-ORDENES
               IF TOR-CODIGO(IDX-ORDEN) = LB-CODIGO AND
                  TOR-UBICACION(IDX-ORDEN) = LB-UBICACION AND
                  TOR-FECHA-ORDEN(IDX-ORDEN) <= LB-FECHA
                   ADD LB-CANTIDAD TO TOR-EN-BITACORA(IDX-ORDEN)
               END-IF
           END-PERFORM.

       CARGAR-FACTURADO.
           MOVE "N" TO EOF-FACTURADO
           OPEN INPUT ARCHIVO-FACTURADO
           IF WS-STATUS-FACTURADO NOT = "00"
               DISPLAY "AVISO: FACTURADO.HIS no existe todavía; "
                   "primera conciliación."
           ELSE
               PERFORM UNTIL FIN-FACTURADO
                   READ ARCHIVO-FACTURADO
                       AT END
                           SET FIN-FACTURADO TO TRUE
                       NOT AT END
                           MOVE REGISTRO-FACTURADO TO LINEA-FACTURADO
                           PERFORM GUARDAR-FACTURADO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-FACTURADO
           END-IF.

       GUARDAR-FACTURADO.
           IF TOTAL-FACTURADO >= 2000
               IF NOT FACTURADO-DESBORDADO
                   SET FACTURADO-DESBORDADO TO TRUE
                   DISPLAY "ADVERTENCIA: mas de 2000 líneas en "
                       "FACTURADO.HIS; toda factura se retiene "
                       "hasta depurar el histórico."
               END-IF
           ELSE
               ADD 1 TO TOTAL-FACTURADO
               SET IDX-FACTURADO TO TOTAL-FACTURADO
               MOVE LF-FACTURA TO TFA-FACTURA(IDX-FACTURADO)
               MOVE LF-PROVEEDOR TO TFA-PROVEEDOR(IDX-FACTURADO)
               MOVE LF-OC-NUMERO TO TFA-OC-NUMERO(IDX-FACTURADO)
               MOVE LF-CODIGO TO TFA-CODIGO(IDX-FACTURADO)
               MOVE LF-CANTIDAD TO TFA-CANTIDAD(IDX-FACTURADO)
           END-IF.

       CONCILIAR-LINEA-FACTURA.
           MOVE SPACES TO WS-MOTIVO
           MOVE 0 TO WS-DISPONIBLE
           MOVE 0 TO WS-VAR-CANTIDAD
           MOVE 0 TO WS-VAR-PRECIO-PCT
           MOVE 0 TO WS-OC-COSTO
           MOVE 0 TO WS-OC-COSTO-EMPAQUE
           MOVE 0 TO WS-FAC-CANT-BASE
           IF FAC-CANTIDAD IS NOT NUMERIC OR
              FAC-PRECIO IS NOT NUMERIC
               MOVE "CANTIDAD/PRECIO NO NUMERICO" TO WS-MOTIVO
               MOVE 0 TO WS-IMPORTE
           ELSE
               COMPUTE WS-IMPORTE = FAC-CANTIDAD * FAC-PRECIO
               *> La cantidad facturada viene en empaques de compra;
               *> contra lo recibido se compara en unidad base.
               PERFORM BUSCAR-FACTOR-COMPRA
               COMPUTE WS-FAC-CANT-BASE =
                   FAC-CANTIDAD * WS-FACTOR-COMPRA
               PERFORM SUMAR-LINEAS-ORDEN
               PERFORM SUMAR-YA-FACTURADO
               PERFORM EVALUAR-DIFERENCIAS
           END-IF

           IF WS-MOTIVO = SPACES
               PERFORM APROBAR-LINEA-FACTURA
           ELSE
               PERFORM RETENER-LINEA-FACTURA
           END-IF.

       SUMAR-LINEAS-ORDEN.
           *> Una misma orden puede traer el código en más de una
           *> bodega: la factura lo cobra junto, así que se suman
           *> todas sus líneas. El costo pactado es el promedio
           *> ponderado por lo pedido.
           MOVE "N" TO WS-SW-ORDEN-HALLADA
           MOVE "Y" TO WS-SW-PROVEEDOR-OK
           MOVE "N" TO WS-SW-SIN-COSTO
           MOVE 0 TO WS-OC-PEDIDA
           MOVE 0 TO WS-OC-RECIBIDA
           MOVE 0 TO WS-OC-VALOR
           MOVE 0 TO WS-RECIBIDO-CONFIRMADO
           PERFORM VARYING IDX-ORDEN FROM 1 BY 1
                   UNTIL IDX-ORDEN > TOTAL-ORDENES
               IF TOR-NUMERO(IDX-ORDEN) = FAC-OC-NUMERO AND
                  TOR-CODIGO(IDX-ORDEN) = FAC-CODIGO
                   SET ORDEN-HALLADA TO TRUE
                   IF TOR-PROVEEDOR(IDX-ORDEN) NOT = FAC-PROVEEDOR
                       MOVE "N" TO WS-SW-PROVEEDOR-OK
                   END-IF
                   IF TOR-COSTO(IDX-ORDEN) = 0
                       SET ORDEN-SIN-COSTO TO TRUE
                   END-IF
                   ADD TOR-PEDIDA(IDX-ORDEN) TO WS-OC-PEDIDA
                   ADD TOR-RECIBIDA(IDX-ORDEN) TO WS-OC-RECIBIDA
                   COMPUTE WS-OC-VALOR = WS-OC-VALOR +
                       (TOR-PEDIDA(IDX-ORDEN) * TOR-COSTO(IDX-ORDEN))
                   *> Lo confirmado es lo menor entre lo abonado a
                   *> la orden y lo que la bitácora vio entrar.
                   IF TOR-EN-BITACORA(IDX-ORDEN) <
                      TOR-RECIBIDA(IDX-ORDEN)
                       ADD TOR-EN-BITACORA(IDX-ORDEN)
                           TO WS-RECIBIDO-CONFIRMADO
                   ELSE
                       ADD TOR-RECIBIDA(IDX-ORDEN)
                           TO WS-RECIBIDO-CONFIRMADO
                   END-IF
               END-IF
           END-PERFORM
           IF ORDEN-HALLADA AND WS-OC-PEDIDA > 0
               DIVIDE WS-OC-VALOR BY WS-OC-PEDIDA
                   GIVING WS-OC-COSTO ROUNDED
               *> Costo del empaque, el mismo que imprimió la orden.
               COMPUTE WS-OC-COSTO-EMPAQUE =
                   WS-OC-COSTO * WS-FACTOR-COMPRA
           END-IF.

       SUMAR-YA-FACTURADO.
           MOVE 0 TO WS-YA-FACTURADO
           MOVE "N" TO WS-SW-DUPLICADA
           PERFORM VARYING IDX-FACTURADO FROM 1 BY 1
                   UNTIL IDX-FACTURADO > TOTAL-FACTURADO
               IF TFA-OC-NUMERO(IDX-FACTURADO) = FAC-OC-NUMERO AND
                  TFA-CODIGO(IDX-FACTURADO) = FAC-CODIGO
                   ADD TFA-CANTIDAD(IDX-FACTURADO) TO WS-YA-FACTURADO
                   IF TFA-FACTURA(IDX-FACTURADO) = FAC-NUMERO AND
                      TFA-PROVEEDOR(IDX-FACTURADO) = FAC-PROVEEDOR
                       SET FACTURA-DUPLICADA TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       EVALUAR-DIFERENCIAS.
           *> Disponible para pagar = recibido confirmado menos lo
           *> ya aprobado de esa orden y producto. La diferencia de
           *> cantidad es lo facturado contra ese disponible; la de
           *> precio, el porcentaje sobre el costo pactado.
           COMPUTE WS-DISPONIBLE =
               WS-RECIBIDO-CONFIRMADO - WS-YA-FACTURADO
           COMPUTE WS-VAR-CANTIDAD = WS-FAC-CANT-BASE - WS-DISPONIBLE
           IF WS-OC-COSTO-EMPAQUE > 0
               COMPUTE WS-VAR-PRECIO-PCT ROUNDED =
                   ((FAC-PRECIO - WS-OC-COSTO-EMPAQUE) * 100) /
                   WS-OC-COSTO-EMPAQUE
           END-IF
           COMPUTE WS-LIMITE-CANTIDAD =
               (WS-DISPONIBLE * WS-TOL-PCT-CANTIDAD) / 100

           EVALUATE TRUE
               WHEN FACTURADO-DESBORDADO
                   MOVE "HISTORICO FACTURADO LLENO" TO WS-MOTIVO
               WHEN NOT ORDEN-HALLADA
                   MOVE "SIN ORDEN DE COMPRA" TO WS-MOTIVO
               WHEN NOT PROVEEDOR-CASA
                   MOVE "PROVEEDOR NO CASA CON ORDEN" TO WS-MOTIVO
               WHEN FACTURA-DUPLICADA
                   MOVE "FACTURA YA APROBADA ANTES" TO WS-MOTIVO
               WHEN ORDEN-SIN-COSTO
                   MOVE "ORDEN SIN COSTO PACTADO" TO WS-MOTIVO
               WHEN WS-RECIBIDO-CONFIRMADO = 0
                   MOVE "SIN RECEPCION REGISTRADA" TO WS-MOTIVO
               WHEN WS-VAR-CANTIDAD > WS-LIMITE-CANTIDAD
                   MOVE "CANTIDAD EXCEDE LO RECIBIDO" TO WS-MOTIVO
               WHEN WS-VAR-PRECIO-PCT > WS-TOL-PCT-PRECIO
                   MOVE "PRECIO SOBRE TOLERANCIA" TO WS-MOTIVO
               WHEN WS-VAR-PRECIO-PCT < 0 AND
                    (0 - WS-VAR-PRECIO-PCT) > WS-TOL-PCT-PRECIO
                   MOVE "PRECIO BAJO TOLERANCIA" TO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APROBAR-LINEA-FACTURA.
           ADD 1 TO FACTURAS-APROBADAS
           ADD WS-IMPORTE TO WS-TOTAL-APROBADO
           MOVE WS-FECHA-HOY TO LF-FECHA
           MOVE FAC-NUMERO TO LF-FACTURA
           MOVE FAC-PROVEEDOR TO LF-PROVEEDOR
           MOVE FAC-OC-NUMERO TO LF-OC-NUMERO
           MOVE FAC-CODIGO TO LF-CODIGO
           *> El acumulado se lleva en base, como lo recibido.
           MOVE WS-FAC-CANT-BASE TO LF-CANTIDAD
           MOVE FAC-PRECIO TO LF-PRECIO
           MOVE WS-IMPORTE TO LF-IMPORTE
           WRITE REGISTRO-PAGO FROM LINEA-FACTURADO
           WRITE REGISTRO-FACTURADO FROM LINEA-FACTURADO
           *> La misma corrida puede traer otra factura de la misma
           *> orden: lo aprobado cuenta desde ya.
           PERFORM GUARDAR-FACTURADO
           MOVE "APROBADA" TO LCF-RESULTADO
           PERFORM ESCRIBIR-LINEA-CONCILIACION.

       RETENER-LINEA-FACTURA.
           ADD 1 TO FACTURAS-RETENIDAS
           ADD WS-IMPORTE TO WS-TOTAL-RETENIDO
           MOVE SPACES TO REGISTRO-RETENIDA
           STRING REGISTRO-FACTURA " " WS-FECHA-HOY " " WS-MOTIVO
               DELIMITED BY SIZE INTO REGISTRO-RETENIDA
           WRITE REGISTRO-RETENIDA
           MOVE "RETENIDA" TO LCF-RESULTADO
           PERFORM ESCRIBIR-LINEA-CONCILIACION
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "   ORDEN " FAC-OC-NUMERO " PROV. " FAC-PROVEEDOR
               " MOTIVO: " WS-MOTIVO
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           DISPLAY "RETENIDA: " FAC-NUMERO " " FAC-CODIGO " - "
               WS-MOTIVO.

       ESCRIBIR-LINEA-CONCILIACION.
           MOVE FAC-NUMERO TO LCF-FACTURA
           MOVE FAC-CODIGO TO LCF-CODIGO
           MOVE WS-FAC-CANT-BASE TO LCF-CANT-FACT
           MOVE WS-DISPONIBLE TO LCF-CANT-DISP
           MOVE WS-VAR-CANTIDAD TO LCF-VAR-CANT
           IF FAC-PRECIO IS NUMERIC
               MOVE FAC-PRECIO TO LCF-PRECIO-FACT
           ELSE
               MOVE 0 TO LCF-PRECIO-FACT
           END-IF
           MOVE WS-OC-COSTO-EMPAQUE TO LCF-COSTO-OC
           MOVE WS-VAR-PRECIO-PCT TO LCF-VAR-PCT
           WRITE REGISTRO-REPORTE FROM LINEA-CONCILIACION.
