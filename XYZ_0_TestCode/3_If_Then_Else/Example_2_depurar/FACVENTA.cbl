       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACTURAR-DESPACHOS.
       AUTHOR. TU-NOMBRE.
       DATE-WRITTEN. 15/10/2026.

      *> Corrida de facturación de despachos y cartera por destino.
      *> Toma de SALIDAS.LOG los despachos posteados por
      *> SISTEMA-INVENTARIO desde la corrida anterior (marca en
      *> FACVENTA.CTL) y emite una factura por DES-CODIGO y día de
      *> despacho, al PRECIO-UNITARIO vigente en el momento del
      *> despacho (PRODUCTOS.DAT corregido hacia atrás con los
      *> cambios de PRECIOS.LOG). Las devoluciones de DEVOLUCION.LOG
      *> generan notas de crédito al precio del despacho original.
      *> Facturas, notas y cobros (COBROS.DAT) se postean a la
      *> cartera CXC.DAT, y CXC.RPT da el saldo abierto de cada
      *> destino por antigüedad (corriente / 30 / 60 / 90+ días).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Marca de la última corrida y últimos números emitidos.
           SELECT ARCHIVO-CONTROL ASSIGN TO "FACVENTA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CONTROL.

           *> Bitácoras de SISTEMA-INVENTARIO.
           SELECT ARCHIVO-BITACORA-SALIDAS ASSIGN TO "SALIDAS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA-SAL.

           SELECT ARCHIVO-BITACORA-DEV ASSIGN TO "DEVOLUCION.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA-DEV.

           SELECT ARCHIVO-BITACORA-PRECIOS ASSIGN TO "PRECIOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA-PRE.

           *> Catálogo (ver SISTEMA-INVENTARIO), solo para el precio
           *> vigente de cada código/bodega.
           SELECT ARCHIVO-PRODUCTOS ASSIGN TO "PRODUCTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLAVE-PRODUCTO
               FILE STATUS IS WS-STATUS-PRODUCTOS.

           *> Maestro de destinos, solo para el nombre.
           SELECT ARCHIVO-DESTINOS ASSIGN TO "DESTINOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESTINOS.

           *> Cobros recibidos pendientes de postear.
           SELECT ARCHIVO-COBROS ASSIGN TO "COBROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-COBROS.

           *> Cartera: un renglón por factura, nota de crédito o
           *> cobro, por destino, en el orden en que se postearon.
           SELECT ARCHIVO-CARTERA ASSIGN TO "CXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CARTERA.

           SELECT ARCHIVO-REPORTE ASSIGN TO "FACVENTA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVO-ANTIGUEDAD ASSIGN TO "CXC.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Diario de operaciones común (ver RESUMEN-OPERACIONES).
           SELECT ARCHIVO-JOURNAL ASSIGN TO "OPERACION.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CONTROL.
       01  REGISTRO-CONTROL.
           05  CTL-FECHA            PIC 9(8).
           05  CTL-HORA             PIC 9(6).
           05  CTL-ULT-FACTURA      PIC 9(6).
           05  CTL-ULT-NOTA         PIC 9(6).

       FD  ARCHIVO-BITACORA-SALIDAS.
       01  REGISTRO-BITACORA-SALIDA PIC X(80).

       FD  ARCHIVO-BITACORA-DEV.
       01  REGISTRO-BITACORA-DEV    PIC X(80).

       FD  ARCHIVO-BITACORA-PRECIOS.
       01  REGISTRO-BITACORA-PRECIO PIC X(80).

       FD  ARCHIVO-PRODUCTOS.
       01  REGISTRO-PRODUCTO.
           05  CLAVE-PRODUCTO.
               10  CODIGO-PRODUCTO  PIC X(6).
               10  UBICACION-PRODUCTO PIC X(4).
           05  NOMBRE-PRODUCTO      PIC X(30).
           05  PRECIO-UNITARIO      PIC 9(5)V99.
           05  STOCK-ACTUAL         PIC 9(4).
           05  STOCK-MINIMO         PIC 9(4).
           05  ESTADO-PRODUCTO      PIC X(1).

       FD  ARCHIVO-DESTINOS.
       01  REGISTRO-DESTINO.
           05  DES-CODIGO           PIC X(10).
           05  DES-NOMBRE           PIC X(30).
           05  DES-ACTIVO           PIC X(1).

       FD  ARCHIVO-COBROS.
       01  REGISTRO-COBRO.
           05  COB-DESTINO          PIC X(10).
           05  COB-FECHA            PIC 9(8).
           05  COB-IMPORTE          PIC 9(7)V99.
           05  COB-REFERENCIA       PIC X(10).

       FD  ARCHIVO-CARTERA.
       01  REGISTRO-CARTERA.
           05  CXC-DESTINO          PIC X(10).
           *> "FA" factura / "NC" nota de crédito / "CO" cobro
           05  CXC-TIPO             PIC X(2).
           05  CXC-NUMERO           PIC 9(6).
           05  CXC-FECHA            PIC 9(8).
           05  CXC-IMPORTE          PIC 9(9)V99.
           05  CXC-REFERENCIA       PIC X(10).

       FD  ARCHIVO-REPORTE.
       01  REGISTRO-REPORTE         PIC X(80).

       FD  ARCHIVO-ANTIGUEDAD.
       01  REGISTRO-ANTIGUEDAD      PIC X(110).

       FD  ARCHIVO-JOURNAL.
       01  REGISTRO-JOURNAL         PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-CONTROL       PIC X(2).
       01  WS-STATUS-BITACORA-SAL  PIC X(2).
       01  WS-STATUS-BITACORA-DEV  PIC X(2).
       01  WS-STATUS-BITACORA-PRE  PIC X(2).
       01  WS-STATUS-PRODUCTOS     PIC X(2).
       01  WS-STATUS-DESTINOS      PIC X(2).
       01  WS-STATUS-COBROS        PIC X(2).
       01  WS-STATUS-CARTERA       PIC X(2).
       01  WS-STATUS-JOURNAL       PIC X(2).
       01  EOF-BITACORA            PIC X(1).
           88  FIN-BITACORA        VALUE "Y".
       01  EOF-PRODUCTOS           PIC X(1).
           88  FIN-PRODUCTOS       VALUE "Y".
       01  EOF-DESTINOS            PIC X(1).
           88  FIN-DESTINOS        VALUE "Y".
       01  EOF-COBROS              PIC X(1).
           88  FIN-COBROS          VALUE "Y".
       01  EOF-CARTERA             PIC X(1).
           88  FIN-CARTERA         VALUE "Y".

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

       *> Mismos trazados de bitácora que escribe
       *> SISTEMA-INVENTARIO.
       01  LINEA-BITACORA-SALIDA.
           05  LS-FECHA            PIC 9(8).
           05  FILLER              PIC X(1).
           05  LS-HORA             PIC 9(6).
           05  FILLER              PIC X(1).
           05  LS-CODIGO           PIC X(6).
           05  FILLER              PIC X(1).
           05  LS-UBICACION        PIC X(4).
           05  FILLER              PIC X(1).
           05  LS-CANTIDAD         PIC 9(4).
           05  FILLER              PIC X(1).
           05  LS-STOCK-ANTES      PIC 9(4).
           05  FILLER              PIC X(1).
           05  LS-STOCK-DESPUES    PIC 9(4).
           05  FILLER              PIC X(1).
           05  LS-DESTINO          PIC X(10).
           05  FILLER              PIC X(1).
           05  LS-OPERADOR         PIC X(8).

       01  LINEA-BITACORA-DEV.
           05  LD-FECHA            PIC 9(8).
           05  FILLER              PIC X(1).
           05  LD-HORA             PIC 9(6).
           05  FILLER              PIC X(1).
           05  LD-CODIGO           PIC X(6).
           05  FILLER              PIC X(1).
           05  LD-UBICACION        PIC X(4).
           05  FILLER              PIC X(1).
           05  LD-CANTIDAD         PIC 9(4).
           05  FILLER              PIC X(1).
           05  LD-STOCK-ANTES      PIC 9(4).
           05  FILLER              PIC X(1).
           05  LD-STOCK-DESPUES    PIC 9(4).
           05  FILLER              PIC X(1).
           05  LD-DESTINO          PIC X(10).
           05  FILLER              PIC X(1).
           05  LD-MOTIVO           PIC X(1).
           05  FILLER              PIC X(1).
           05  LD-OPERADOR         PIC X(8).

       01  LINEA-BITACORA-PRECIO.
           05  LP-FECHA            PIC 9(8).
           05  FILLER              PIC X(1).
           05  LP-HORA             PIC 9(6).
           05  FILLER              PIC X(1).
           05  LP-CODIGO           PIC X(6).
           05  FILLER              PIC X(1).
           05  LP-UBICACION        PIC X(4).
           05  FILLER              PIC X(1).
           05  LP-PRECIO-ANTES     PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  LP-PRECIO-DESPUES   PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  LP-FECHA-EFECTIVA   PIC 9(8).
           05  FILLER              PIC X(1).
           05  LP-RESULTADO        PIC X(8).

       *> Marcas fecha+hora (AAAAMMDDHHMMSS) para comparar
       *> momentos de distintas bitácoras en un solo campo.
       01  WS-MARCA-ULTIMA.
           05  WS-MU-FECHA         PIC 9(8) VALUE 0.
           05  WS-MU-HORA          PIC 9(6) VALUE 0.
       01  WS-MARCA-ULTIMA-N REDEFINES WS-MARCA-ULTIMA PIC 9(14).
       01  WS-MARCA-CORTE.
           05  WS-MC-FECHA         PIC 9(8).
           05  WS-MC-HORA          PIC 9(6).
       01  WS-MARCA-CORTE-N REDEFINES WS-MARCA-CORTE PIC 9(14).
       01  WS-MARCA-LINEA.
           05  WS-ML-FECHA         PIC 9(8).
           05  WS-ML-HORA          PIC 9(6).
       01  WS-MARCA-LINEA-N REDEFINES WS-MARCA-LINEA PIC 9(14).
       01  WS-MARCA-DEV.
           05  WS-MU-FECHA-DEV     PIC 9(8).
           05  WS-MU-HORA-DEV      PIC 9(6).
       01  WS-MARCA-DEV-N REDEFINES WS-MARCA-DEV PIC 9(14).
       01  WS-MARCA-MINIMA         PIC 9(14).
       01  WS-ULT-FACTURA          PIC 9(6) VALUE 0.
       01  WS-ULT-NOTA             PIC 9(6) VALUE 0.

       *> Despachos (F) y devoluciones (C) a documentar. La clave
       *> tipo + destino + fecha + hora ordena la tabla para cortar
       *> un documento por destino y día. MOV-MARCA-REF es el
       *> momento cuyo precio se cobra: el del despacho, o para una
       *> devolución el del último despacho del código al destino.
       01  TABLA-MOVIMIENTOS.
           05  TOTAL-MOVIMIENTOS   PIC 9(4) VALUE 0.
           05  TOTAL-DEVOLUCIONES  PIC 9(4) VALUE 0.
           05  MOVIMIENTO-ITEM     OCCURS 5000 TIMES
                                   INDEXED BY IDX-MOV.
               10  MOV-CLAVE.
                   15  MOV-TIPO    PIC X(1).
                   15  MOV-DESTINO PIC X(10).
                   15  MOV-FECHA   PIC 9(8).
                   15  MOV-HORA    PIC 9(6).
               10  MOV-CODIGO      PIC X(6).
               10  MOV-UBICACION   PIC X(4).
               10  MOV-CANTIDAD    PIC 9(4).
               10  MOV-MARCA-REF   PIC 9(14).
               10  MOV-UBIC-REF    PIC X(4).
               10  MOV-PRECIO      PIC 9(5)V99.
               10  MOV-IMPORTE     PIC 9(9)V99.
               10  MOV-CON-PRECIO  PIC X(1).
       01  MOVIMIENTO-SWAP         PIC X(76).
       01  WS-IDX-MOV-2            PIC 9(4).
       01  WS-SW-MOV-DESBORDE      PIC X(1) VALUE "N".
           88  MOV-DESBORDADOS     VALUE "Y".

       *> Precio vigente hoy por código/bodega y cambios de precio
       *> posteriores al movimiento más viejo a documentar.
       01  TABLA-PRECIOS.
           05  TOTAL-PRECIOS       PIC 9(4) VALUE 0.
           05  PRECIO-ITEM         OCCURS 2000 TIMES
                                   INDEXED BY IDX-PRECIO.
               10  PRV-CODIGO      PIC X(6).
               10  PRV-UBICACION   PIC X(4).
               10  PRV-PRECIO      PIC 9(5)V99.
       01  TABLA-CAMBIOS-PRECIO.
           05  TOTAL-CAMBIOS       PIC 9(4) VALUE 0.
           05  CAMBIO-ITEM         OCCURS 3000 TIMES
                                   INDEXED BY IDX-CAMBIO.
               10  CPR-CODIGO      PIC X(6).
               10  CPR-UBICACION   PIC X(4).
               10  CPR-MARCA       PIC 9(14).
               10  CPR-PRECIO-ANTES PIC 9(5)V99.
       01  WS-PRC-CODIGO           PIC X(6).
       01  WS-PRC-UBICACION        PIC X(4).
       01  WS-PRC-MARCA            PIC 9(14).
       01  WS-PRC-PRECIO           PIC 9(5)V99.
       01  WS-PRC-MARCA-CAMBIO     PIC 9(14).
       01  WS-SW-PRECIO-HALLADO    PIC X(1).
           88  PRECIO-HALLADO      VALUE "Y".

       01  TABLA-NOMBRES-DESTINO.
           05  TOTAL-NOMBRES       PIC 9(3) VALUE 0.
           05  NOMBRE-DEST-ITEM    OCCURS 500 TIMES
                                   INDEXED BY IDX-NOMBRE.
               10  NMD-CODIGO      PIC X(10).
               10  NMD-NOMBRE      PIC X(30).
       01  WS-DESTINO-BUSCADO      PIC X(10).
       01  WS-NOMBRE-DESTINO       PIC X(30).

       *> Documento en curso durante el corte de control.
       01  WS-DOC-TIPO             PIC X(1).
       01  WS-DOC-DESTINO          PIC X(10).
       01  WS-DOC-FECHA            PIC 9(8).
       01  WS-DOC-NUMERO           PIC 9(6).
       01  WS-DOC-TOTAL            PIC 9(9)V99.
       01  WS-DOC-LINEAS           PIC 9(4).
       01  WS-SW-DOC-ABIERTO       PIC X(1) VALUE "N".
           88  DOC-ABIERTO         VALUE "Y".

       *> Cartera por destino para el reporte de antigüedad.
       *> CAR-ABONOS es lo acreditado (notas y cobros) que se va
       *> aplicando a las facturas de la más vieja a la más nueva.
       01  TABLA-CARTERA.
           05  TOTAL-CARTERA       PIC 9(3) VALUE 0.
           05  CARTERA-ITEM        OCCURS 500 TIMES
                                   INDEXED BY IDX-CARTERA.
               10  CAR-DESTINO     PIC X(10).
               10  CAR-ABONOS      PIC 9(9)V99.
               10  CAR-CORRIENTE   PIC 9(9)V99.
               10  CAR-TREINTA     PIC 9(9)V99.
               10  CAR-SESENTA     PIC 9(9)V99.
               10  CAR-NOVENTA     PIC 9(9)V99.
       01  CARTERA-SWAP            PIC X(65).
       01  WS-IDX-CARTERA-2        PIC 9(3).
       01  WS-IDX-CARTERA-ACTUAL   PIC 9(3).
       01  WS-SW-CARTERA-DESBORDE  PIC X(1) VALUE "N".
           88  CARTERA-DESBORDADA  VALUE "Y".
       01  WS-ABIERTO-FACTURA      PIC 9(9)V99.
       01  WS-DIAS-FACTURA         PIC S9(7).
       01  WS-SALDO-DESTINO        PIC S9(9)V99.
       01  WS-TOT-SALDO            PIC S9(11)V99 VALUE 0.
       01  WS-TOT-CORRIENTE        PIC 9(11)V99 VALUE 0.
       01  WS-TOT-TREINTA          PIC 9(11)V99 VALUE 0.
       01  WS-TOT-SESENTA          PIC 9(11)V99 VALUE 0.
       01  WS-TOT-NOVENTA          PIC 9(11)V99 VALUE 0.

       *> Día serial (mismo cálculo que SISTEMA-INVENTARIO, ver
       *> CALCULAR-SERIE-FECHA) para la antigüedad de facturas.
       01  WS-FECHA-SERIE          PIC 9(8).
       01  WS-FECHA-SERIE-D REDEFINES WS-FECHA-SERIE.
           05  WS-FSER-ANIO        PIC 9(4).
           05  WS-FSER-MES         PIC 9(2).
           05  WS-FSER-DIA         PIC 9(2).
       01  WS-SERIE-RESULTADO      PIC 9(7).
       01  WS-SERIE-HOY            PIC 9(7).
       01  WS-DIAS-ANTES-MES       PIC 9(3).
       01  WS-BISIESTOS-SERIE      PIC 9(4).
       01  WS-RESTO-SERIE          PIC 9(4).

       01  LINEAS-LEIDAS           PIC 9(6) VALUE 0.
       01  DOCUMENTOS-EMITIDOS     PIC 9(6) VALUE 0.
       01  FACTURAS-EMITIDAS       PIC 9(6) VALUE 0.
       01  NOTAS-EMITIDAS          PIC 9(6) VALUE 0.
       01  COBROS-POSTEADOS        PIC 9(6) VALUE 0.
       01  LINEAS-RECHAZADAS       PIC 9(6) VALUE 0.
       01  WS-TOTAL-FACTURADO      PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-ACREDITADO     PIC 9(11)V99 VALUE 0.
       01  WS-TOTAL-COBRADO        PIC 9(11)V99 VALUE 0.
       01  WS-IMPORTE-ED           PIC ZZZ,ZZZ,ZZ9.99.

       01  LINEA-DOCUMENTO.
           05  FILLER              PIC X(2) VALUE SPACES.
           05  LDC-CODIGO          PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LDC-UBICACION       PIC X(4).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LDC-FECHA           PIC 9(8).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LDC-HORA            PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LDC-CANTIDAD        PIC ZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LDC-PRECIO          PIC ZZZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LDC-IMPORTE         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LDC-NOTA            PIC X(20).

       01  LINEA-ANTIGUEDAD.
           05  LAN-DESTINO         PIC X(10).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LAN-NOMBRE          PIC X(20).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LAN-SALDO           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LAN-CORRIENTE       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LAN-TREINTA         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LAN-SESENTA         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LAN-NOVENTA         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAMA-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           DISPLAY "=== FACTURACION DE DESPACHOS ==="
           DISPLAY "Corrida: " WS-FECHA-HOY " "
               WS-HORA-AHORA(1:6)
           *> El corte se fija al arrancar: lo que se postee mientras
           *> corre la facturación entra en la corrida siguiente.
           MOVE WS-FECHA-HOY TO WS-MC-FECHA
           MOVE WS-HORA-AHORA(1:6) TO WS-MC-HORA

           MOVE "I" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL

           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "FACTURACION DE DESPACHOS - Corrida: "
               WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE

           PERFORM LEER-CONTROL-FACTURACION
           PERFORM CARGAR-NOMBRES-DESTINO
           PERFORM CARGAR-DEVOLUCIONES
           PERFORM CARGAR-DESPACHOS

           IF MOV-DESBORDADOS
               *> Sin todos los movimientos en la tabla no se emite
               *> nada ni se mueve la marca: la corrida siguiente
               *> vuelve a tomar el mismo período completo.
               MOVE "MAS DE 5000 MOVIMIENTOS: NO SE EMITIO NINGUN "
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE "DOCUMENTO; FACVENTA.CTL QUEDA SIN CAMBIO."
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE "A" TO WS-FIN-JORNADA
           ELSE
               PERFORM CARGAR-PRECIOS-VIGENTES
               PERFORM CARGAR-CAMBIOS-PRECIO
               PERFORM VALORIZAR-MOVIMIENTOS
               PERFORM ORDENAR-MOVIMIENTOS
               OPEN EXTEND ARCHIVO-CARTERA
               IF WS-STATUS-CARTERA NOT = "00"
                   OPEN OUTPUT ARCHIVO-CARTERA
               END-IF
               PERFORM EMITIR-DOCUMENTOS
               PERFORM POSTEAR-COBROS
               CLOSE ARCHIVO-CARTERA
               PERFORM GRABAR-CONTROL-FACTURACION
               PERFORM ESCRIBIR-TOTALES-CORRIDA
           END-IF
           CLOSE ARCHIVO-REPORTE

           PERFORM GENERAR-REPORTE-ANTIGUEDAD

           MOVE "F" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL
           DISPLAY "Facturas emitidas:   " FACTURAS-EMITIDAS
           DISPLAY "Notas de crédito:    " NOTAS-EMITIDAS
           DISPLAY "Cobros posteados:    " COBROS-POSTEADOS
           DISPLAY "Líneas rechazadas:   " LINEAS-RECHAZADAS
           DISPLAY "Documentos en FACVENTA.RPT, cartera en CXC.RPT"
           STOP RUN.

       REGISTRAR-JOURNAL.
           *> Leídos = líneas de bitácora revisadas, escritos =
           *> documentos emitidos (facturas y notas), rechazos =
           *> líneas sin precio y cobros inválidos.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE "FACTURAR-DESPACHOS" TO JRN-PROGRAMA
           MOVE WS-FECHA-HOY TO JRN-FECHA
           MOVE WS-HORA-AHORA(1:6) TO JRN-HORA
           MOVE LINEAS-LEIDAS TO JRN-LEIDOS
           MOVE DOCUMENTOS-EMITIDOS TO JRN-ESCRITOS
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

       LEER-CONTROL-FACTURACION.
           *> Sin FACVENTA.CTL (primera corrida) se factura todo lo
           *> que haya en las bitácoras vivas y la numeración empieza
           *> en 1.
           OPEN INPUT ARCHIVO-CONTROL
           IF WS-STATUS-CONTROL NOT = "00"
               DISPLAY "AVISO: FACVENTA.CTL no existe, se factura "
                   "todo SALIDAS.LOG desde el inicio."
           ELSE
               READ ARCHIVO-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-FECHA IS NUMERIC AND
                          CTL-HORA IS NUMERIC
                           MOVE CTL-FECHA TO WS-MU-FECHA
                           MOVE CTL-HORA TO WS-MU-HORA
                       END-IF
                       IF CTL-ULT-FACTURA IS NUMERIC
                           MOVE CTL-ULT-FACTURA TO WS-ULT-FACTURA
                       END-IF
                       IF CTL-ULT-NOTA IS NUMERIC
                           MOVE CTL-ULT-NOTA TO WS-ULT-NOTA
                       END-IF
               END-READ
               CLOSE ARCHIVO-CONTROL
           END-IF
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "MOVIMIENTOS POSTERIORES A " WS-MU-FECHA " "
               WS-MU-HORA " HASTA " WS-MC-FECHA " " WS-MC-HORA
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE.

       GRABAR-CONTROL-FACTURACION.
           OPEN OUTPUT ARCHIVO-CONTROL
           MOVE WS-MC-FECHA TO CTL-FECHA
           MOVE WS-MC-HORA TO CTL-HORA
           MOVE WS-ULT-FACTURA TO CTL-ULT-FACTURA
           MOVE WS-ULT-NOTA TO CTL-ULT-NOTA
           WRITE REGISTRO-CONTROL
           CLOSE ARCHIVO-CONTROL.

       CARGAR-NOMBRES-DESTINO.
           MOVE "N" TO EOF-DESTINOS
           OPEN INPUT ARCHIVO-DESTINOS
           IF WS-STATUS-DESTINOS = "00"
               PERFORM UNTIL FIN-DESTINOS
                   READ ARCHIVO-DESTINOS
                       AT END
                           SET FIN-DESTINOS TO TRUE
                       NOT AT END
                           IF TOTAL-NOMBRES < 500
                               ADD 1 TO TOTAL-NOMBRES
                               SET IDX-NOMBRE TO TOTAL-NOMBRES
                               MOVE DES-CODIGO TO NMD-CODIGO(IDX-NOMBRE)
                               MOVE DES-NOMBRE TO NMD-NOMBRE(IDX-NOMBRE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-DESTINOS
           END-IF.

       BUSCAR-NOMBRE-DESTINO.
           MOVE "(NO REGISTRADO)" TO WS-NOMBRE-DESTINO
           PERFORM VARYING IDX-NOMBRE FROM 1 BY 1
                   UNTIL IDX-NOMBRE > TOTAL-NOMBRES
               IF NMD-CODIGO(IDX-NOMBRE) = WS-DESTINO-BUSCADO
                   MOVE NMD-NOMBRE(IDX-NOMBRE) TO WS-NOMBRE-DESTINO
               END-IF
           END-PERFORM.

       CARGAR-DEVOLUCIONES.
           *> Las devoluciones van primero en la tabla para que el
           *> recorrido de SALIDAS.LOG solo busque su despacho
           *> original entre las primeras TOTAL-DEVOLUCIONES
           *> entradas.
           MOVE "N" TO EOF-BITACORA
           OPEN INPUT ARCHIVO-BITACORA-DEV
           IF WS-STATUS-BITACORA-DEV = "00"
               PERFORM UNTIL FIN-BITACORA
                   READ ARCHIVO-BITACORA-DEV
                       AT END
                           SET FIN-BITACORA TO TRUE
                       NOT AT END
                           ADD 1 TO LINEAS-LEIDAS
                           MOVE REGISTRO-BITACORA-DEV
                               TO LINEA-BITACORA-DEV
                           MOVE LD-FECHA TO WS-ML-FECHA
                           MOVE LD-HORA TO WS-ML-HORA
                           IF WS-MARCA-LINEA-N > WS-MARCA-ULTIMA-N AND
                              WS-MARCA-LINEA-N <= WS-MARCA-CORTE-N
                               PERFORM GUARDAR-DEVOLUCION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-BITACORA-DEV
           END-IF
           MOVE TOTAL-MOVIMIENTOS TO TOTAL-DEVOLUCIONES.

       GUARDAR-DEVOLUCION.
           IF TOTAL-MOVIMIENTOS >= 5000
               SET MOV-DESBORDADOS TO TRUE
           ELSE
               ADD 1 TO TOTAL-MOVIMIENTOS
               SET IDX-MOV TO TOTAL-MOVIMIENTOS
               MOVE "C" TO MOV-TIPO(IDX-MOV)
               MOVE LD-DESTINO TO MOV-DESTINO(IDX-MOV)
               MOVE LD-FECHA TO MOV-FECHA(IDX-MOV)
               MOVE LD-HORA TO MOV-HORA(IDX-MOV)
               MOVE LD-CODIGO TO MOV-CODIGO(IDX-MOV)
               MOVE LD-UBICACION TO MOV-UBICACION(IDX-MOV)
               MOVE LD-CANTIDAD TO MOV-CANTIDAD(IDX-MOV)
               *> Sin despacho original hallado se acredita al
               *> precio de la bodega que recibió, al momento de la
               *> devolución.
               MOVE WS-MARCA-LINEA-N TO MOV-MARCA-REF(IDX-MOV)
               MOVE LD-UBICACION TO MOV-UBIC-REF(IDX-MOV)
           END-IF.

       CARGAR-DESPACHOS.
           *> Una sola pasada por SALIDAS.LOG: los despachos dentro
           *> de la ventana se facturan, y cualquier despacho
           *> anterior a una devolución pendiente del mismo código y
           *> destino pasa a ser su despacho original (la bitácora
           *> viene en orden, así que queda el último).
           MOVE "N" TO EOF-BITACORA
           OPEN INPUT ARCHIVO-BITACORA-SALIDAS
           IF WS-STATUS-BITACORA-SAL NOT = "00"
               DISPLAY "AVISO: SALIDAS.LOG no existe, no hay "
                   "despachos que facturar."
           ELSE
               PERFORM UNTIL FIN-BITACORA
                   READ ARCHIVO-BITACORA-SALIDAS
                       AT END
                           SET FIN-BITACORA TO TRUE
                       NOT AT END
                           ADD 1 TO LINEAS-LEIDAS
                           MOVE REGISTRO-BITACORA-SALIDA
                               TO LINEA-BITACORA-SALIDA
                           MOVE LS-FECHA TO WS-ML-FECHA
                           MOVE LS-HORA TO WS-ML-HORA
                           PERFORM ASOCIAR-DESPACHO-ORIGINAL
                           IF WS-MARCA-LINEA-N > WS-MARCA-ULTIMA-N AND
                              WS-MARCA-LINEA-N <= WS-MARCA-CORTE-N
                               PERFORM GUARDAR-DESPACHO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-BITACORA-SALIDAS
           END-IF.

       ASOCIAR-DESPACHO-ORIGINAL.
           PERFORM VARYING IDX-MOV FROM 1 BY 1
                   UNTIL IDX-MOV > TOTAL-DEVOLUCIONES
               IF MOV-CODIGO(IDX-MOV) = LS-CODIGO AND
                  MOV-DESTINO(IDX-MOV) = LS-DESTINO
                   MOVE MOV-FECHA(IDX-MOV) TO WS-MU-FECHA-DEV
                   MOVE MOV-HORA(IDX-MOV) TO WS-MU-HORA-DEV
                   IF WS-MARCA-LINEA-N <= WS-MARCA-DEV-N
                       MOVE WS-MARCA-LINEA-N TO MOV-MARCA-REF(IDX-MOV)
                       MOVE LS-UBICACION TO MOV-UBIC-REF(IDX-MOV)
                   END-IF
               END-IF
           END-PERFORM.

       GUARDAR-DESPACHO.
           IF TOTAL-MOVIMIENTOS >= 5000
               SET MOV-DESBORDADOS TO TRUE
           ELSE
               ADD 1 TO TOTAL-MOVIMIENTOS
               SET IDX-MOV TO TOTAL-MOVIMIENTOS
               MOVE "F" TO MOV-TIPO(IDX-MOV)
               MOVE LS-DESTINO TO MOV-DESTINO(IDX-MOV)
               MOVE LS-FECHA TO MOV-FECHA(IDX-MOV)
               MOVE LS-HORA TO MOV-HORA(IDX-MOV)
               MOVE LS-CODIGO TO MOV-CODIGO(IDX-MOV)
               MOVE LS-UBICACION TO MOV-UBICACION(IDX-MOV)
               MOVE LS-CANTIDAD TO MOV-CANTIDAD(IDX-MOV)
               MOVE WS-MARCA-LINEA-N TO MOV-MARCA-REF(IDX-MOV)
               MOVE LS-UBICACION TO MOV-UBIC-REF(IDX-MOV)
           END-IF.

       CARGAR-PRECIOS-VIGENTES.
           MOVE "N" TO EOF-PRODUCTOS
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF WS-STATUS-PRODUCTOS NOT = "00"
               DISPLAY "AVISO: PRODUCTOS.DAT no se pudo abrir; "
                   "ninguna línea tendrá precio."
           ELSE
               PERFORM UNTIL FIN-PRODUCTOS
                   READ ARCHIVO-PRODUCTOS NEXT
                       AT END
                           SET FIN-PRODUCTOS TO TRUE
                       NOT AT END
                           IF TOTAL-PRECIOS < 2000
                               ADD 1 TO TOTAL-PRECIOS
                               SET IDX-PRECIO TO TOTAL-PRECIOS
                               MOVE CODIGO-PRODUCTO
                                   TO PRV-CODIGO(IDX-PRECIO)
                               MOVE UBICACION-PRODUCTO
                                   TO PRV-UBICACION(IDX-PRECIO)
                               MOVE PRECIO-UNITARIO
                                   TO PRV-PRECIO(IDX-PRECIO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PRODUCTOS
           END-IF.

       CARGAR-CAMBIOS-PRECIO.
           *> Solo interesan los cambios posteriores al movimiento
           *> más viejo de la tabla: para cualquier momento, el
           *> precio vigente es el "antes" del primer cambio que vino
           *> después, o el de PRODUCTOS.DAT si no hubo ninguno.
           MOVE WS-MARCA-CORTE-N TO WS-MARCA-MINIMA
           PERFORM VARYING IDX-MOV FROM 1 BY 1
                   UNTIL IDX-MOV > TOTAL-MOVIMIENTOS
               IF MOV-MARCA-REF(IDX-MOV) < WS-MARCA-MINIMA
                   MOVE MOV-MARCA-REF(IDX-MOV) TO WS-MARCA-MINIMA
               END-IF
           END-PERFORM

           MOVE "N" TO EOF-BITACORA
           OPEN INPUT ARCHIVO-BITACORA-PRECIOS
           IF WS-STATUS-BITACORA-PRE = "00"
               PERFORM UNTIL FIN-BITACORA
                   READ ARCHIVO-BITACORA-PRECIOS
                       AT END
                           SET FIN-BITACORA TO TRUE
                       NOT AT END
                           MOVE REGISTRO-BITACORA-PRECIO
                               TO LINEA-BITACORA-PRECIO
                           MOVE LP-FECHA TO WS-ML-FECHA
                           MOVE LP-HORA TO WS-ML-HORA
                           IF (LP-RESULTADO = "APLICADO" OR
                               LP-RESULTADO = "MANUAL") AND
                              WS-MARCA-LINEA-N > WS-MARCA-MINIMA
                               PERFORM GUARDAR-CAMBIO-PRECIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-BITACORA-PRECIOS
           END-IF.

       GUARDAR-CAMBIO-PRECIO.
           IF TOTAL-CAMBIOS >= 3000
               DISPLAY "ADVERTENCIA: mas de 3000 cambios de precio "
                   "en el período; se ignora: " LP-CODIGO " "
                   LP-UBICACION
           ELSE
               ADD 1 TO TOTAL-CAMBIOS
               SET IDX-CAMBIO TO TOTAL-CAMBIOS
               MOVE LP-CODIGO TO CPR-CODIGO(IDX-CAMBIO)
               MOVE LP-UBICACION TO CPR-UBICACION(IDX-CAMBIO)
               MOVE WS-MARCA-LINEA-N TO CPR-MARCA(IDX-CAMBIO)
               MOVE LP-PRECIO-ANTES TO CPR-PRECIO-ANTES(IDX-CAMBIO)
           END-IF.

       VALORIZAR-MOVIMIENTOS.
           PERFORM VARYING IDX-MOV FROM 1 BY 1
                   UNTIL IDX-MOV > TOTAL-MOVIMIENTOS
               MOVE MOV-CODIGO(IDX-MOV) TO WS-PRC-CODIGO
               MOVE MOV-UBIC-REF(IDX-MOV) TO WS-PRC-UBICACION
               MOVE MOV-MARCA-REF(IDX-MOV) TO WS-PRC-MARCA
               PERFORM BUSCAR-PRECIO-EN-MARCA
               IF PRECIO-HALLADO
                   MOVE "S" TO MOV-CON-PRECIO(IDX-MOV)
                   MOVE WS-PRC-PRECIO TO MOV-PRECIO(IDX-MOV)
                   COMPUTE MOV-IMPORTE(IDX-MOV) =
                       MOV-CANTIDAD(IDX-MOV) * WS-PRC-PRECIO
               ELSE
                   MOVE "N" TO MOV-CON-PRECIO(IDX-MOV)
                   MOVE 0 TO MOV-PRECIO(IDX-MOV)
                   MOVE 0 TO MOV-IMPORTE(IDX-MOV)
               END-IF
           END-PERFORM.

       BUSCAR-PRECIO-EN-MARCA.
           MOVE "N" TO WS-SW-PRECIO-HALLADO
           PERFORM VARYING IDX-PRECIO FROM 1 BY 1
                   UNTIL IDX-PRECIO > TOTAL-PRECIOS
                      OR PRECIO-HALLADO
               IF PRV-CODIGO(IDX-PRECIO) = WS-PRC-CODIGO AND
                  PRV-UBICACION(IDX-PRECIO) = WS-PRC-UBICACION
                   SET PRECIO-HALLADO TO TRUE
                   MOVE PRV-PRECIO(IDX-PRECIO) TO WS-PRC-PRECIO
               END-IF
           END-PERFORM
           IF PRECIO-HALLADO
               MOVE 99999999999999 TO WS-PRC-MARCA-CAMBIO
               PERFORM VARYING IDX-CAMBIO FROM 1 BY 1
                       UNTIL IDX-CAMBIO > TOTAL-CAMBIOS
                   IF CPR-CODIGO(IDX-CAMBIO) = WS-PRC-CODIGO AND
                      CPR-UBICACION(IDX-CAMBIO) = WS-PRC-UBICACION AND
                      CPR-MARCA(IDX-CAMBIO) > WS-PRC-MARCA AND
                      CPR-MARCA(IDX-CAMBIO) < WS-PRC-MARCA-CAMBIO
                       MOVE CPR-MARCA(IDX-CAMBIO)
                           TO WS-PRC-MARCA-CAMBIO
                       MOVE CPR-PRECIO-ANTES(IDX-CAMBIO)
                           TO WS-PRC-PRECIO
                   END-IF
               END-PERFORM
           END-IF.

       ORDENAR-MOVIMIENTOS.
           *> Ordenamiento por burbuja sobre la tabla en memoria, por
           *> tipo, destino, fecha y hora (ver MOV-CLAVE).
           PERFORM VARYING IDX-MOV FROM 1 BY 1
                   UNTIL IDX-MOV >= TOTAL-MOVIMIENTOS
               PERFORM VARYING WS-IDX-MOV-2 FROM 1 BY 1
                       UNTIL WS-IDX-MOV-2 >= TOTAL-MOVIMIENTOS
                   IF MOV-CLAVE(WS-IDX-MOV-2) >
                      MOV-CLAVE(WS-IDX-MOV-2 + 1)
                       PERFORM INTERCAMBIAR-MOVIMIENTOS
                   END-IF
               END-PERFORM
           END-PERFORM.

       INTERCAMBIAR-MOVIMIENTOS.
           MOVE MOVIMIENTO-ITEM(WS-IDX-MOV-2) TO MOVIMIENTO-SWAP
           MOVE MOVIMIENTO-ITEM(WS-IDX-MOV-2 + 1)
               TO MOVIMIENTO-ITEM(WS-IDX-MOV-2)
           MOVE MOVIMIENTO-SWAP TO MOVIMIENTO-ITEM(WS-IDX-MOV-2 + 1).

       EMITIR-DOCUMENTOS.
           *> Corte de control: un documento por tipo + destino +
           *> fecha. Las líneas sin precio se listan dentro del
           *> documento pero no suman; quedan para facturación
           *> manual.
           MOVE "N" TO WS-SW-DOC-ABIERTO
           PERFORM VARYING IDX-MOV FROM 1 BY 1
                   UNTIL IDX-MOV > TOTAL-MOVIMIENTOS
               IF DOC-ABIERTO AND
                  (MOV-TIPO(IDX-MOV) NOT = WS-DOC-TIPO OR
                   MOV-DESTINO(IDX-MOV) NOT = WS-DOC-DESTINO OR
                   MOV-FECHA(IDX-MOV) NOT = WS-DOC-FECHA)
                   PERFORM CERRAR-DOCUMENTO
               END-IF
               IF NOT DOC-ABIERTO
                   PERFORM ABRIR-DOCUMENTO
               END-IF
               PERFORM ESCRIBIR-LINEA-DOCUMENTO
           END-PERFORM
           IF DOC-ABIERTO
               PERFORM CERRAR-DOCUMENTO
           END-IF.

       ABRIR-DOCUMENTO.
           SET DOC-ABIERTO TO TRUE
           MOVE MOV-TIPO(IDX-MOV) TO WS-DOC-TIPO
           MOVE MOV-DESTINO(IDX-MOV) TO WS-DOC-DESTINO
           MOVE MOV-FECHA(IDX-MOV) TO WS-DOC-FECHA
           MOVE 0 TO WS-DOC-TOTAL
           MOVE 0 TO WS-DOC-LINEAS
           MOVE WS-DOC-DESTINO TO WS-DESTINO-BUSCADO
           PERFORM BUSCAR-NOMBRE-DESTINO

           MOVE SPACES TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           IF WS-DOC-TIPO = "F"
               ADD 1 TO WS-ULT-FACTURA
               MOVE WS-ULT-FACTURA TO WS-DOC-NUMERO
               STRING "FACTURA " WS-DOC-NUMERO
                   "  FECHA " WS-DOC-FECHA
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
           ELSE
               ADD 1 TO WS-ULT-NOTA
               MOVE WS-ULT-NOTA TO WS-DOC-NUMERO
               STRING "NOTA DE CREDITO " WS-DOC-NUMERO
                   "  FECHA " WS-DOC-FECHA
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
           END-IF
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "DESTINO " WS-DOC-DESTINO " " WS-NOMBRE-DESTINO
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "  CODIGO BOD. FECHA    HORA   CANT.   PRECIO "
               "       IMPORTE"
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE.

       ESCRIBIR-LINEA-DOCUMENTO.
           MOVE MOV-CODIGO(IDX-MOV) TO LDC-CODIGO
           MOVE MOV-UBICACION(IDX-MOV) TO LDC-UBICACION
           MOVE MOV-FECHA(IDX-MOV) TO LDC-FECHA
           MOVE MOV-HORA(IDX-MOV) TO LDC-HORA
           MOVE MOV-CANTIDAD(IDX-MOV) TO LDC-CANTIDAD
           MOVE MOV-PRECIO(IDX-MOV) TO LDC-PRECIO
           MOVE MOV-IMPORTE(IDX-MOV) TO LDC-IMPORTE
           IF MOV-CON-PRECIO(IDX-MOV) = "S"
               MOVE SPACES TO LDC-NOTA
               ADD MOV-IMPORTE(IDX-MOV) TO WS-DOC-TOTAL
               ADD 1 TO WS-DOC-LINEAS
           ELSE
               MOVE "SIN PRECIO-MANUAL" TO LDC-NOTA
               ADD 1 TO LINEAS-RECHAZADAS
           END-IF
           WRITE REGISTRO-REPORTE FROM LINEA-DOCUMENTO.

       CERRAR-DOCUMENTO.
           MOVE "N" TO WS-SW-DOC-ABIERTO
           MOVE WS-DOC-TOTAL TO WS-IMPORTE-ED
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "  TOTAL DOCUMENTO" "                "
               "                " WS-IMPORTE-ED
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE

           *> Un documento sin ninguna línea con precio no va a la
           *> cartera (no debe nada), pero su número queda usado y
           *> visible en el reporte.
           IF WS-DOC-LINEAS > 0
               MOVE WS-DOC-DESTINO TO CXC-DESTINO
               MOVE WS-DOC-NUMERO TO CXC-NUMERO
               MOVE WS-DOC-FECHA TO CXC-FECHA
               MOVE WS-DOC-TOTAL TO CXC-IMPORTE
               MOVE SPACES TO CXC-REFERENCIA
               IF WS-DOC-TIPO = "F"
                   MOVE "FA" TO CXC-TIPO
                   ADD WS-DOC-TOTAL TO WS-TOTAL-FACTURADO
               ELSE
                   MOVE "NC" TO CXC-TIPO
                   ADD WS-DOC-TOTAL TO WS-TOTAL-ACREDITADO
               END-IF
               WRITE REGISTRO-CARTERA
           END-IF
           IF WS-DOC-TIPO = "F"
               ADD 1 TO FACTURAS-EMITIDAS
           ELSE
               ADD 1 TO NOTAS-EMITIDAS
           END-IF
           ADD 1 TO DOCUMENTOS-EMITIDOS.

       POSTEAR-COBROS.
           *> COBROS.DAT es opcional. Cada cobro válido entra a la
           *> cartera y el archivo se borra, igual que los demás
           *> archivos de movimientos ya aplicados.
           MOVE "N" TO EOF-COBROS
           OPEN INPUT ARCHIVO-COBROS
           IF WS-STATUS-COBROS = "00"
               MOVE SPACES TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               MOVE "COBROS POSTEADOS" TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               PERFORM UNTIL FIN-COBROS
                   READ ARCHIVO-COBROS
                       AT END
                           SET FIN-COBROS TO TRUE
                       NOT AT END
                           PERFORM POSTEAR-UN-COBRO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-COBROS
               CALL "CBL_DELETE_FILE" USING "COBROS.DAT"
           END-IF.

       POSTEAR-UN-COBRO.
           MOVE COB-DESTINO TO WS-DESTINO-BUSCADO
           PERFORM BUSCAR-NOMBRE-DESTINO
           MOVE SPACES TO REGISTRO-REPORTE
           IF COB-DESTINO = SPACES OR
              COB-FECHA IS NOT NUMERIC OR
              COB-IMPORTE IS NOT NUMERIC OR
              COB-IMPORTE = 0
               STRING "  RECHAZADO: " COB-DESTINO " " COB-REFERENCIA
                   " (destino, fecha o importe inválido)"
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               ADD 1 TO LINEAS-RECHAZADAS
           ELSE
               MOVE COB-DESTINO TO CXC-DESTINO
               MOVE "CO" TO CXC-TIPO
               MOVE 0 TO CXC-NUMERO
               MOVE COB-FECHA TO CXC-FECHA
               MOVE COB-IMPORTE TO CXC-IMPORTE
               MOVE COB-REFERENCIA TO CXC-REFERENCIA
               WRITE REGISTRO-CARTERA
               ADD COB-IMPORTE TO WS-TOTAL-COBRADO
               ADD 1 TO COBROS-POSTEADOS
               MOVE COB-IMPORTE TO WS-IMPORTE-ED
               STRING "  " COB-DESTINO " " WS-NOMBRE-DESTINO(1:20)
                   " " COB-FECHA " " COB-REFERENCIA " "
                   WS-IMPORTE-ED
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
           END-IF
           WRITE REGISTRO-REPORTE.

       ESCRIBIR-TOTALES-CORRIDA.
           MOVE SPACES TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "FACTURAS: " FACTURAS-EMITIDAS
               "  NOTAS DE CREDITO: " NOTAS-EMITIDAS
               "  COBROS: " COBROS-POSTEADOS
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE WS-TOTAL-FACTURADO TO WS-IMPORTE-ED
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "TOTAL FACTURADO:   " WS-IMPORTE-ED
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE WS-TOTAL-ACREDITADO TO WS-IMPORTE-ED
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "TOTAL ACREDITADO:  " WS-IMPORTE-ED
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE WS-TOTAL-COBRADO TO WS-IMPORTE-ED
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "TOTAL COBRADO:     " WS-IMPORTE-ED
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           IF LINEAS-RECHAZADAS > 0
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "LINEAS SIN FACTURAR (VER SIN PRECIO/RECHAZADO): "
                   LINEAS-RECHAZADAS
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           END-IF.

       GENERAR-REPORTE-ANTIGUEDAD.
           *> Dos pasadas por CXC.DAT: la primera junta por destino
           *> todo lo acreditado (notas y cobros); la segunda aplica
           *> ese abono a las facturas en el orden en que se
           *> emitieron y reparte lo que queda abierto por días
           *> desde la fecha de la factura.
           MOVE WS-FECHA-HOY TO WS-FECHA-SERIE
           PERFORM CALCULAR-SERIE-FECHA
           MOVE WS-SERIE-RESULTADO TO WS-SERIE-HOY

           OPEN OUTPUT ARCHIVO-ANTIGUEDAD
           MOVE SPACES TO REGISTRO-ANTIGUEDAD
           STRING "CARTERA POR DESTINO Y ANTIGUEDAD - Corrida: "
               WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO REGISTRO-ANTIGUEDAD
           WRITE REGISTRO-ANTIGUEDAD

           MOVE "N" TO EOF-CARTERA
           OPEN INPUT ARCHIVO-CARTERA
           IF WS-STATUS-CARTERA NOT = "00"
               MOVE "AVISO: CXC.DAT no existe; cartera vacía."
                   TO REGISTRO-ANTIGUEDAD
               WRITE REGISTRO-ANTIGUEDAD
           ELSE
               PERFORM UNTIL FIN-CARTERA
                   READ ARCHIVO-CARTERA
                       AT END
                           SET FIN-CARTERA TO TRUE
                       NOT AT END
                           PERFORM ACUMULAR-ABONO-CARTERA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CARTERA

               MOVE "N" TO EOF-CARTERA
               OPEN INPUT ARCHIVO-CARTERA
               PERFORM UNTIL FIN-CARTERA
                   READ ARCHIVO-CARTERA
                       AT END
                           SET FIN-CARTERA TO TRUE
                       NOT AT END
                           IF CXC-TIPO = "FA"
                               PERFORM ENVEJECER-FACTURA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CARTERA

               PERFORM ORDENAR-CARTERA
               PERFORM ESCRIBIR-REPORTE-ANTIGUEDAD
           END-IF
           CLOSE ARCHIVO-ANTIGUEDAD.

       UBICAR-DESTINO-CARTERA.
           MOVE 0 TO WS-IDX-CARTERA-ACTUAL
           PERFORM VARYING IDX-CARTERA FROM 1 BY 1
                   UNTIL IDX-CARTERA > TOTAL-CARTERA
                      OR WS-IDX-CARTERA-ACTUAL > 0
               IF CAR-DESTINO(IDX-CARTERA) = CXC-DESTINO
                   SET WS-IDX-CARTERA-ACTUAL TO IDX-CARTERA
               END-IF
           END-PERFORM
           IF WS-IDX-CARTERA-ACTUAL = 0
               IF TOTAL-CARTERA >= 500
                   IF NOT CARTERA-DESBORDADA
                       SET CARTERA-DESBORDADA TO TRUE
                       DISPLAY "ADVERTENCIA: mas de 500 destinos en "
                           "CXC.DAT; el reporte sale incompleto."
                   END-IF
               ELSE
                   ADD 1 TO TOTAL-CARTERA
                   MOVE TOTAL-CARTERA TO WS-IDX-CARTERA-ACTUAL
                   SET IDX-CARTERA TO WS-IDX-CARTERA-ACTUAL
                   MOVE CXC-DESTINO TO CAR-DESTINO(IDX-CARTERA)
                   MOVE 0 TO CAR-ABONOS(IDX-CARTERA)
                   MOVE 0 TO CAR-CORRIENTE(IDX-CARTERA)
                   MOVE 0 TO CAR-TREINTA(IDX-CARTERA)
                   MOVE 0 TO CAR-SESENTA(IDX-CARTERA)
                   MOVE 0 TO CAR-NOVENTA(IDX-CARTERA)
               END-IF
           END-IF.

       ACUMULAR-ABONO-CARTERA.
           PERFORM UBICAR-DESTINO-CARTERA
           IF WS-IDX-CARTERA-ACTUAL > 0 AND CXC-TIPO NOT = "FA"
               SET IDX-CARTERA TO WS-IDX-CARTERA-ACTUAL
               ADD CXC-IMPORTE TO CAR-ABONOS(IDX-CARTERA)
           END-IF.

       ENVEJECER-FACTURA.
           PERFORM UBICAR-DESTINO-CARTERA
           IF WS-IDX-CARTERA-ACTUAL > 0
               SET IDX-CARTERA TO WS-IDX-CARTERA-ACTUAL
               IF CAR-ABONOS(IDX-CARTERA) >= CXC-IMPORTE
                   SUBTRACT CXC-IMPORTE FROM CAR-ABONOS(IDX-CARTERA)
                   MOVE 0 TO WS-ABIERTO-FACTURA
               ELSE
                   COMPUTE WS-ABIERTO-FACTURA =
                       CXC-IMPORTE - CAR-ABONOS(IDX-CARTERA)
                   MOVE 0 TO CAR-ABONOS(IDX-CARTERA)
               END-IF
               IF WS-ABIERTO-FACTURA > 0
                   MOVE CXC-FECHA TO WS-FECHA-SERIE
                   PERFORM CALCULAR-SERIE-FECHA
                   COMPUTE WS-DIAS-FACTURA =
                       WS-SERIE-HOY - WS-SERIE-RESULTADO
                   EVALUATE TRUE
                       WHEN WS-DIAS-FACTURA < 30
                           ADD WS-ABIERTO-FACTURA
                               TO CAR-CORRIENTE(IDX-CARTERA)
                       WHEN WS-DIAS-FACTURA < 60
                           ADD WS-ABIERTO-FACTURA
                               TO CAR-TREINTA(IDX-CARTERA)
                       WHEN WS-DIAS-FACTURA < 90
                           ADD WS-ABIERTO-FACTURA
                               TO CAR-SESENTA(IDX-CARTERA)
                       WHEN OTHER
                           ADD WS-ABIERTO-FACTURA
                               TO CAR-NOVENTA(IDX-CARTERA)
                   END-EVALUATE
               END-IF
           END-IF.

       ORDENAR-CARTERA.
           PERFORM VARYING IDX-CARTERA FROM 1 BY 1
                   UNTIL IDX-CARTERA >= TOTAL-CARTERA
               PERFORM VARYING WS-IDX-CARTERA-2 FROM 1 BY 1
                       UNTIL WS-IDX-CARTERA-2 >= TOTAL-CARTERA
                   IF CAR-DESTINO(WS-IDX-CARTERA-2) >
                      CAR-DESTINO(WS-IDX-CARTERA-2 + 1)
                       MOVE CARTERA-ITEM(WS-IDX-CARTERA-2)
                           TO CARTERA-SWAP
                       MOVE CARTERA-ITEM(WS-IDX-CARTERA-2 + 1)
                           TO CARTERA-ITEM(WS-IDX-CARTERA-2)
                       MOVE CARTERA-SWAP
                           TO CARTERA-ITEM(WS-IDX-CARTERA-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       ESCRIBIR-REPORTE-ANTIGUEDAD.
           MOVE SPACES TO REGISTRO-ANTIGUEDAD
           WRITE REGISTRO-ANTIGUEDAD
           MOVE SPACES TO REGISTRO-ANTIGUEDAD
           STRING "DESTINO    NOMBRE                         SALDO"
               "      CORRIENTE     30-59 DIAS     60-89 DIAS"
               "       90+ DIAS"
               DELIMITED BY SIZE INTO REGISTRO-ANTIGUEDAD
           WRITE REGISTRO-ANTIGUEDAD
           PERFORM VARYING IDX-CARTERA FROM 1 BY 1
                   UNTIL IDX-CARTERA > TOTAL-CARTERA
               COMPUTE WS-SALDO-DESTINO =
                   CAR-CORRIENTE(IDX-CARTERA) +
                   CAR-TREINTA(IDX-CARTERA) +
                   CAR-SESENTA(IDX-CARTERA) +
                   CAR-NOVENTA(IDX-CARTERA) -
                   CAR-ABONOS(IDX-CARTERA)
               *> Destinos saldados no se listan; un abono sin
               *> factura que cubrir queda como saldo a favor.
               IF WS-SALDO-DESTINO NOT = 0
                   PERFORM ESCRIBIR-LINEA-ANTIGUEDAD
               END-IF
           END-PERFORM
           MOVE SPACES TO LINEA-ANTIGUEDAD
           MOVE "TOTAL" TO LAN-DESTINO
           MOVE WS-TOT-SALDO TO LAN-SALDO
           MOVE WS-TOT-CORRIENTE TO LAN-CORRIENTE
           MOVE WS-TOT-TREINTA TO LAN-TREINTA
           MOVE WS-TOT-SESENTA TO LAN-SESENTA
           MOVE WS-TOT-NOVENTA TO LAN-NOVENTA
           WRITE REGISTRO-ANTIGUEDAD FROM LINEA-ANTIGUEDAD.

       ESCRIBIR-LINEA-ANTIGUEDAD.
           MOVE CAR-DESTINO(IDX-CARTERA) TO WS-DESTINO-BUSCADO
           PERFORM BUSCAR-NOMBRE-DESTINO
           MOVE CAR-DESTINO(IDX-CARTERA) TO LAN-DESTINO
           MOVE WS-NOMBRE-DESTINO TO LAN-NOMBRE
           MOVE WS-SALDO-DESTINO TO LAN-SALDO
           MOVE CAR-CORRIENTE(IDX-CARTERA) TO LAN-CORRIENTE
           MOVE CAR-TREINTA(IDX-CARTERA) TO LAN-TREINTA
           MOVE CAR-SESENTA(IDX-CARTERA) TO LAN-SESENTA
           MOVE CAR-NOVENTA(IDX-CARTERA) TO LAN-NOVENTA
           WRITE REGISTRO-ANTIGUEDAD FROM LINEA-ANTIGUEDAD
           ADD WS-SALDO-DESTINO TO WS-TOT-SALDO
           ADD CAR-CORRIENTE(IDX-CARTERA) TO WS-TOT-CORRIENTE
           ADD CAR-TREINTA(IDX-CARTERA) TO WS-TOT-TREINTA
           ADD CAR-SESENTA(IDX-CARTERA) TO WS-TOT-SESENTA
           ADD CAR-NOVENTA(IDX-CARTERA) TO WS-TOT-NOVENTA.

       CALCULAR-SERIE-FECHA.
           *> Convierte WS-FECHA-SERIE (AAAAMMDD) a un día serial en
           *> WS-SERIE-RESULTADO: años de 365 días más un día por
           *> cada año bisiesto transcurrido. Si aún no pasa
           *> febrero, el bisiesto del año en curso todavía no
           *> cuenta.
           EVALUATE WS-FSER-MES
               WHEN 1
                   MOVE 0 TO WS-DIAS-ANTES-MES
               WHEN 2
                   MOVE 31 TO WS-DIAS-ANTES-MES
               WHEN 3
                   MOVE 59 TO WS-DIAS-ANTES-MES
               WHEN 4
                   MOVE 90 TO WS-DIAS-ANTES-MES
               WHEN 5
                   MOVE 120 TO WS-DIAS-ANTES-MES
               WHEN 6
                   MOVE 151 TO WS-DIAS-ANTES-MES
               WHEN 7
                   MOVE 181 TO WS-DIAS-ANTES-MES
               WHEN 8
                   MOVE 212 TO WS-DIAS-ANTES-MES
               WHEN 9
                   MOVE 243 TO WS-DIAS-ANTES-MES
               WHEN 10
                   MOVE 273 TO WS-DIAS-ANTES-MES
               WHEN 11
                   MOVE 304 TO WS-DIAS-ANTES-MES
               WHEN OTHER
                   MOVE 334 TO WS-DIAS-ANTES-MES
           END-EVALUATE

           DIVIDE WS-FSER-ANIO BY 4 GIVING WS-BISIESTOS-SERIE
               REMAINDER WS-RESTO-SERIE
           COMPUTE WS-SERIE-RESULTADO =
               (WS-FSER-ANIO * 365) + WS-BISIESTOS-SERIE +
               WS-DIAS-ANTES-MES + WS-FSER-DIA
           IF WS-FSER-MES <= 2 AND WS-RESTO-SERIE = 0
               SUBTRACT 1 FROM WS-SERIE-RESULTADO
           END-IF.
