       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECONSTRUCTOR-CATALOGO.
       AUTHOR. TU-NOMBRE.
       DATE-WRITTEN. 15/10/2026.

      *> Recuperación hacia adelante de PRODUCTOS.DAT. Las
      *> generaciones (PRODUCTOS.GN1-GN3) solo regresan a una copia
      *> anterior y se pierde lo movido desde entonces; este job
      *> parte de una base conocida y vuelve a aplicar, en orden de
      *> fecha y hora, todo lo registrado después de ella:
      *>   RECEPCION.LOG   recepciones (suman)
      *>   SALIDAS.LOG     despachos (restan)
      *>   DEVOLUCION.LOG  devoluciones (suman)
      *>   INVENTARIO.AUD  ajustes, traspasos, altas, armados y
      *>                   conteos (antes/después; las líneas CIERRE
      *>                   del grabado se excluyen, igual que en el
      *>                   cierre diario)
      *> La base sale de RECONSTRUYE.PAR (opcional):
      *>   C = foto de CIERRE.DAT (por omisión): stock de la foto,
      *>       corte en su fecha+hora; nombre, precio, mínimo y
      *>       estado de la generación indicada (GN1 por omisión).
      *>   G = generación indicada completa, con el corte fecha+hora
      *>       capturado en el mismo PAR (la generación no lo trae).
      *> Los precios se reponen con el último cambio APLICADO o
      *> MANUAL de PRECIOS.LOG (la generación puede ser anterior a
      *> los cambios de precio de esa misma noche). Nombre y mínimo
      *> no tienen bitácora con el valor nuevo: los CAMBIO y
      *> CAMBIO-MIN de INVENTARIO.AUD desde el día del corte se
      *> listan para volver a capturarlos.
      *> Cada movimiento aplicado o rechazado sale en RECONSTRUYE.RPT
      *> junto con el saldo base y final de cada producto/bodega. El
      *> catálogo dañado se aparta en PRODUCTOS.DAN antes de grabar.
      *> Mientras corre, el job tiene el candado INVENTARIO.LCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Catálogo vivo (ver SISTEMA-INVENTARIO), se regraba.
           SELECT ARCHIVO-PRODUCTOS ASSIGN TO "PRODUCTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLAVE-PRODUCTO
               FILE STATUS IS WS-STATUS-PRODUCTOS.

           *> Generación elegida como base (mismo formato).
           SELECT ARCHIVO-GENERACION
               ASSIGN TO DYNAMIC WS-NOMBRE-GENERACION
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLAVE-GENERACION
               FILE STATUS IS WS-STATUS-GENERACION.

           SELECT ARCHIVO-CIERRE ASSIGN TO "CIERRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CIERRE.

           SELECT ARCHIVO-BITACORA-RECEP ASSIGN TO "RECEPCION.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA-RECEP.

           SELECT ARCHIVO-BITACORA-SALIDAS ASSIGN TO "SALIDAS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA-SAL.

           SELECT ARCHIVO-BITACORA-DEV ASSIGN TO "DEVOLUCION.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA-DEV.

           SELECT ARCHIVO-AUDITORIA ASSIGN TO "INVENTARIO.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORIA.

           *> Cambios de precio (ver APLICAR-CAMBIOS-PRECIO y
           *> REGISTRAR-PRECIO-MANUAL en SISTEMA-INVENTARIO).
           SELECT ARCHIVO-BITACORA-PRECIOS ASSIGN TO "PRECIOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-BITACORA-PRE.

           *> Candado de sesión: con una sesión abierta el regrabado
           *> de esa sesión pisaría lo recuperado. El job lo toma
           *> mientras reconstruye y lo suelta al terminar.
           SELECT ARCHIVO-CANDADO ASSIGN TO "INVENTARIO.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CANDADO.

           SELECT ARCHIVO-PARAMETROS ASSIGN TO "RECONSTRUYE.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETROS.

           SELECT ARCHIVO-REPORTE ASSIGN TO "RECONSTRUYE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Diario de operaciones común (ver RESUMEN-OPERACIONES).
           SELECT ARCHIVO-JOURNAL ASSIGN TO "OPERACION.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARCHIVO-GENERACION.
       01  REGISTRO-GENERACION.
           05  CLAVE-GENERACION.
               10  GEN-CODIGO       PIC X(6).
               10  GEN-UBICACION    PIC X(4).
           05  GEN-NOMBRE           PIC X(30).
           05  GEN-PRECIO           PIC 9(5)V99.
           05  GEN-STOCK            PIC 9(4).
           05  GEN-MINIMO           PIC 9(4).
           05  GEN-ESTADO           PIC X(1).

       FD  ARCHIVO-CIERRE.
       01  REGISTRO-CIERRE.
           05  CIE-FECHA            PIC 9(8).
           05  CIE-CODIGO           PIC X(6).
           05  CIE-UBICACION        PIC X(4).
           05  CIE-STOCK            PIC 9(4).
           05  CIE-HORA             PIC 9(6).

       FD  ARCHIVO-BITACORA-RECEP.
       01  REGISTRO-BITACORA-RECEP  PIC X(80).

       FD  ARCHIVO-BITACORA-SALIDAS.
       01  REGISTRO-BITACORA-SALIDA PIC X(80).

       FD  ARCHIVO-BITACORA-DEV.
       01  REGISTRO-BITACORA-DEV    PIC X(80).

       FD  ARCHIVO-AUDITORIA.
       01  REGISTRO-AUDITORIA       PIC X(80).

       FD  ARCHIVO-BITACORA-PRECIOS.
       01  REGISTRO-BITACORA-PRECIO PIC X(80).

       FD  ARCHIVO-CANDADO.
       01  REGISTRO-CANDADO.
           05  LCK-OPERADOR         PIC X(8).
           05  LCK-FECHA            PIC 9(8).
           05  LCK-HORA             PIC 9(6).

       FD  ARCHIVO-PARAMETROS.
       01  REGISTRO-PARAMETROS.
           05  REC-ORIGEN           PIC X(1).
           05  REC-GENERACION       PIC X(1).
           05  REC-FECHA            PIC X(8).
           05  REC-HORA             PIC X(6).
           *> "S" toma el candado de una sesión caída.
           05  REC-FORZAR           PIC X(1).

       FD  ARCHIVO-REPORTE.
       01  REGISTRO-REPORTE         PIC X(80).

       FD  ARCHIVO-JOURNAL.
       01  REGISTRO-JOURNAL         PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PRODUCTOS     PIC X(2).
       01  WS-STATUS-GENERACION    PIC X(2).
       01  WS-STATUS-CIERRE        PIC X(2).
       01  WS-STATUS-BITACORA-RECEP PIC X(2).
       01  WS-STATUS-BITACORA-SAL  PIC X(2).
       01  WS-STATUS-BITACORA-DEV  PIC X(2).
       01  WS-STATUS-AUDITORIA     PIC X(2).
       01  WS-STATUS-BITACORA-PRE  PIC X(2).
       01  WS-STATUS-CANDADO       PIC X(2).
       01  WS-STATUS-PARAMETROS    PIC X(2).
       01  WS-STATUS-JOURNAL       PIC X(2).
       01  EOF-ARCHIVO             PIC X(1).
           88  FIN-ARCHIVO         VALUE "Y".

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

       *> Líneas de las bitácoras, mismo formato que las graba
       *> SISTEMA-INVENTARIO.
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
           05  FILLER              PIC X(28).

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
           05  FILLER              PIC X(27).

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
           05  FILLER              PIC X(27).

       01  LINEA-AUDITORIA.
           05  AUD-FECHA            PIC 9(8).
           05  FILLER               PIC X(1).
           05  AUD-HORA             PIC 9(6).
           05  FILLER               PIC X(1).
           05  AUD-CODIGO           PIC X(6).
           05  FILLER               PIC X(1).
           05  AUD-UBICACION        PIC X(4).
           05  FILLER               PIC X(1).
           05  AUD-STOCK-ANTES      PIC 9(4).
           05  FILLER               PIC X(1).
           05  AUD-STOCK-DESPUES    PIC 9(4).
           05  FILLER               PIC X(1).
           05  AUD-MOTIVO           PIC X(10).
           05  FILLER               PIC X(1).
           05  AUD-OPERADOR         PIC X(8).
           05  FILLER               PIC X(23).

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
           05  FILLER              PIC X(19).

       *> Parámetros de la corrida
       01  WS-ORIGEN               PIC X(1) VALUE "C".
           88  ORIGEN-CIERRE       VALUE "C".
           88  ORIGEN-GENERACION   VALUE "G".
       01  WS-GENERACION           PIC 9(1) VALUE 1.
       01  WS-NOMBRE-GENERACION    PIC X(20) VALUE "PRODUCTOS.GN1".
       01  WS-FORZAR-CANDADO       PIC X(1) VALUE "N".
       01  WS-SW-CANDADO-PROPIO    PIC X(1) VALUE "N".
           88  CANDADO-PROPIO      VALUE "S".
       01  WS-FECHA-CORTE          PIC 9(8) VALUE 0.
       01  WS-HORA-CORTE           PIC 9(6) VALUE 0.
       01  WS-FECHA-MOV            PIC 9(8).
       01  WS-HORA-MOV             PIC 9(6).
       01  WS-SW-POSTERIOR-CORTE   PIC X(1).
           88  MOV-POSTERIOR-CORTE VALUE "S".

       *> Cualquier falla que deje la base o los movimientos
       *> incompletos suspende la recuperación: PRODUCTOS.DAT no se
       *> toca y el diario termina anormal.
       01  WS-SW-SUSPENDIDA        PIC X(1) VALUE "N".
           88  RECUPERACION-SUSPENDIDA VALUE "S".
       01  WS-TEXTO-DETALLE        PIC X(70).

       *> Catálogo base en memoria, en orden de clave (se lee la
       *> generación en secuencia) para regrabarlo en ese orden.
       01  TABLA-PRODUCTOS.
           05  TOTAL-PRODUCTOS     PIC 9(4) VALUE 0.
           05  PRODUCTO-ITEM       OCCURS 2000 TIMES
                                   INDEXED BY IDX-PRODUCTO.
               10  TPR-CODIGO      PIC X(6).
               10  TPR-UBICACION   PIC X(4).
               10  TPR-NOMBRE      PIC X(30).
               10  TPR-PRECIO      PIC 9(5)V99.
               10  TPR-PRECIO-BASE PIC 9(5)V99.
               10  TPR-PRECIO-FECHA PIC 9(8).
               10  TPR-PRECIO-HORA PIC 9(6).
               10  TPR-PRECIO-ORIGEN PIC X(8).
               10  TPR-MINIMO      PIC 9(4).
               10  TPR-ESTADO      PIC X(1).
               10  TPR-STOCK-BASE  PIC 9(4).
               10  TPR-STOCK       PIC 9(4).
               10  TPR-EN-FOTO     PIC X(1).
               10  TPR-MOVIMIENTOS PIC 9(4).

       *> Movimientos posteriores al corte. MOV-TIPO: "+" suma,
       *> "-" resta, "=" fija el saldo (conteo físico), "B" baja
       *> del producto sin tocar el stock.
       01  TABLA-MOVIMIENTOS.
           05  TOTAL-MOVIMIENTOS   PIC 9(4) VALUE 0.
           05  MOVIMIENTO-ITEM     OCCURS 5000 TIMES
                                   INDEXED BY IDX-MOVIMIENTO.
               10  MOV-FECHA       PIC 9(8).
               10  MOV-HORA        PIC 9(6).
               10  MOV-FUENTE      PIC X(3).
               10  MOV-CODIGO      PIC X(6).
               10  MOV-UBICACION   PIC X(4).
               10  MOV-TIPO        PIC X(1).
               10  MOV-CANTIDAD    PIC 9(4).
               10  MOV-ANTES       PIC 9(4).
               10  MOV-REFERENCIA  PIC X(10).
       01  MOVIMIENTO-SWAP         PIC X(46).
       01  WS-IDX-MOVIMIENTO-2     PIC 9(4).

       *> Un movimiento a aplicar, ya armado por el cargador.
       01  WS-MOV-NUEVO.
           05  WS-NUEVO-FECHA      PIC 9(8).
           05  WS-NUEVO-HORA       PIC 9(6).
           05  WS-NUEVO-FUENTE     PIC X(3).
           05  WS-NUEVO-CODIGO     PIC X(6).
           05  WS-NUEVO-UBICACION  PIC X(4).
           05  WS-NUEVO-TIPO       PIC X(1).
           05  WS-NUEVO-CANTIDAD   PIC 9(4).
           05  WS-NUEVO-ANTES      PIC 9(4).
           05  WS-NUEVO-REFERENCIA PIC X(10).

       01  WS-SW-ENCONTRADO        PIC X(1).
           88  PRODUCTO-ENCONTRADO VALUE "S".
       01  WS-STOCK-PREVIO         PIC 9(4).
       01  WS-STOCK-CALCULADO      PIC S9(5).
       01  WS-RESULTADO            PIC X(14).

       *> Contadores de la corrida
       01  WS-LEIDOS-LOGS          PIC 9(6) VALUE 0.
       01  WS-ANTERIORES-CORTE     PIC 9(6) VALUE 0.
       01  WS-SIN-EFECTO           PIC 9(6) VALUE 0.
       01  WS-APLICADOS            PIC 9(6) VALUE 0.
       01  WS-RECHAZADOS           PIC 9(6) VALUE 0.
       01  WS-DIFERENCIAS          PIC 9(6) VALUE 0.
       01  WS-FOTO-LEIDOS          PIC 9(6) VALUE 0.
       01  WS-FOTO-SIN-REGISTRO    PIC 9(6) VALUE 0.
       01  WS-SIN-FOTO             PIC 9(6) VALUE 0.
       01  WS-REGISTROS-VERIFICADOS PIC 9(6) VALUE 0.
       01  WS-PRECIOS-REPUESTOS    PIC 9(6) VALUE 0.
       01  WS-PRECIOS-SIN-BASE     PIC 9(6) VALUE 0.

       *> Cambios de maestro (CAMBIO / CAMBIO-MIN) desde el día del
       *> corte: INVENTARIO.AUD no trae el valor nuevo, se listan.
       01  TABLA-CAMBIOS-MAESTRO.
           05  TOTAL-CAMBIOS-MAESTRO PIC 9(4) VALUE 0.
           05  CAMBIO-MAESTRO-ITEM OCCURS 500 TIMES
                                   INDEXED BY IDX-CAMBIO.
               10  TCM-FECHA       PIC 9(8).
               10  TCM-HORA        PIC 9(6).
               10  TCM-CODIGO      PIC X(6).
               10  TCM-UBICACION   PIC X(4).
               10  TCM-MOTIVO      PIC X(10).
               10  TCM-OPERADOR    PIC X(8).
       01  WS-CAMBIOS-SIN-LISTAR   PIC 9(6) VALUE 0.
       01  WS-SW-RESPALDO-DANADO   PIC X(1) VALUE "N".
           88  RESPALDO-DANADO-HECHO VALUE "S".

       PROCEDURE DIVISION.
       PROGRAMA-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           DISPLAY "=== RECUPERACION HACIA ADELANTE DE PRODUCTOS.DAT "
               "==="
           DISPLAY "Corrida: " WS-FECHA-HOY " "
               WS-HORA-AHORA(1:6)

           MOVE "I" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL

           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "RECUPERACION DE PRODUCTOS.DAT - Corrida: "
               WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE

           PERFORM CARGAR-PARAMETROS
           IF NOT RECUPERACION-SUSPENDIDA
               PERFORM VERIFICAR-CANDADO
           END-IF
           IF NOT RECUPERACION-SUSPENDIDA
               PERFORM CARGAR-GENERACION
           END-IF
           IF NOT RECUPERACION-SUSPENDIDA AND ORIGEN-CIERRE
               PERFORM CARGAR-FOTO-CIERRE
           END-IF
           IF NOT RECUPERACION-SUSPENDIDA
               PERFORM ESCRIBIR-BASE
               PERFORM CARGAR-MOVIMIENTOS
           END-IF
           IF NOT RECUPERACION-SUSPENDIDA
               PERFORM ORDENAR-MOVIMIENTOS
               PERFORM REAPLICAR-MOVIMIENTOS
               PERFORM REPONER-PRECIOS
               PERFORM LISTAR-SALDOS
               PERFORM LISTAR-CAMBIOS-MAESTRO
               PERFORM GRABAR-CATALOGO
           END-IF
           PERFORM LIBERAR-CANDADO

           MOVE ALL "-" TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "MOVIMIENTOS: " TOTAL-MOVIMIENTOS
               "  APLICADOS: " WS-APLICADOS
               "  RECHAZADOS: " WS-RECHAZADOS
               "  ANTES DIFIERE: " WS-DIFERENCIAS
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "RENGLONES DE BITACORA: " WS-LEIDOS-LOGS
               "  ANTERIORES AL CORTE: " WS-ANTERIORES-CORTE
               "  SIN EFECTO: " WS-SIN-EFECTO
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "PRECIOS REPUESTOS: " WS-PRECIOS-REPUESTOS
               "  CAMBIOS DE MAESTRO A RECAPTURAR: "
               TOTAL-CAMBIOS-MAESTRO
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           IF RECUPERACION-SUSPENDIDA
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "RESULTADO: RECUPERACION SUSPENDIDA - "
                   WS-TEXTO-DETALLE
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               DISPLAY "RECUPERACION SUSPENDIDA: " WS-TEXTO-DETALLE
               *> El secuenciador y la mañana leen el fin anormal.
               MOVE "A" TO WS-FIN-JORNADA
           ELSE
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "RESULTADO: PRODUCTOS.DAT RECONSTRUIDO CON "
                   TOTAL-PRODUCTOS " REGISTROS"
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               DISPLAY "PRODUCTOS.DAT reconstruido: " TOTAL-PRODUCTOS
                   " registros, " WS-APLICADOS " movimientos "
                   "aplicados, " WS-RECHAZADOS " rechazados."
           END-IF
           WRITE REGISTRO-REPORTE
           CLOSE ARCHIVO-REPORTE

           MOVE "F" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL
           DISPLAY "Detalle en RECONSTRUYE.RPT"
           STOP RUN.

       REGISTRAR-JOURNAL.
           *> Leídos = movimientos posteriores al corte, escritos =
           *> aplicados, rechazos = no aplicables. Un rechazo, un
           *> saldo previo que no cuadra con la bitácora o un producto
           *> de la foto sin registro base prenden la discrepancia.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE "RECONSTRUYE-CATALOGO" TO JRN-PROGRAMA
           MOVE WS-FECHA-HOY TO JRN-FECHA
           MOVE WS-HORA-AHORA(1:6) TO JRN-HORA
           MOVE TOTAL-MOVIMIENTOS TO JRN-LEIDOS
           MOVE WS-APLICADOS TO JRN-ESCRITOS
           MOVE WS-RECHAZADOS TO JRN-RECHAZOS
           IF WS-RECHAZADOS > 0 OR WS-DIFERENCIAS > 0 OR
              WS-FOTO-SIN-REGISTRO > 0
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

       SUSPENDER-RECUPERACION.
           *> Motivo ya armado en WS-TEXTO-DETALLE.
           SET RECUPERACION-SUSPENDIDA TO TRUE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "  SUSPENDIDA: " WS-TEXTO-DETALLE
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE.

       CARGAR-PARAMETROS.
           *> Sin RECONSTRUYE.PAR: foto de cierre + GN1, sin forzar.
           OPEN INPUT ARCHIVO-PARAMETROS
           IF WS-STATUS-PARAMETROS = "00"
               READ ARCHIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REC-ORIGEN NOT = SPACE
                           MOVE REC-ORIGEN TO WS-ORIGEN
                       END-IF
                       IF REC-GENERACION IS NUMERIC
                           MOVE REC-GENERACION TO WS-GENERACION
                       END-IF
                       IF REC-FECHA IS NUMERIC
                           MOVE REC-FECHA TO WS-FECHA-CORTE
                       END-IF
                       IF REC-HORA IS NUMERIC
                           MOVE REC-HORA TO WS-HORA-CORTE
                       END-IF
                       IF REC-FORZAR = "S"
                           MOVE "S" TO WS-FORZAR-CANDADO
                       END-IF
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF

           EVALUATE WS-GENERACION
               WHEN 1
                   MOVE "PRODUCTOS.GN1" TO WS-NOMBRE-GENERACION
               WHEN 2
                   MOVE "PRODUCTOS.GN2" TO WS-NOMBRE-GENERACION
               WHEN 3
                   MOVE "PRODUCTOS.GN3" TO WS-NOMBRE-GENERACION
               WHEN OTHER
                   MOVE "GENERACION INVALIDA EN RECONSTRUYE.PAR"
                       TO WS-TEXTO-DETALLE
                   PERFORM SUSPENDER-RECUPERACION
           END-EVALUATE

           MOVE SPACES TO REGISTRO-REPORTE
           EVALUATE TRUE
               WHEN ORIGEN-CIERRE
                   STRING "BASE: FOTO DE CIERRE.DAT, DATOS DE "
                       WS-NOMBRE-GENERACION
                       DELIMITED BY SIZE INTO REGISTRO-REPORTE
                   WRITE REGISTRO-REPORTE
               WHEN ORIGEN-GENERACION
                   STRING "BASE: " WS-NOMBRE-GENERACION
                       " COMPLETA"
                       DELIMITED BY SIZE INTO REGISTRO-REPORTE
                   WRITE REGISTRO-REPORTE
                   *> La generación no guarda cuándo se tomó: sin el
                   *> corte no se sabe qué movimientos ya trae.
                   IF WS-FECHA-CORTE = 0
                       MOVE "ORIGEN G SIN FECHA/HORA DE CORTE EN EL PAR"
                           TO WS-TEXTO-DETALLE
                       PERFORM SUSPENDER-RECUPERACION
                   END-IF
               WHEN OTHER
                   MOVE "ORIGEN INVALIDO EN RECONSTRUYE.PAR (C/G)"
                       TO WS-TEXTO-DETALLE
                   PERFORM SUSPENDER-RECUPERACION
           END-EVALUATE.

       VERIFICAR-CANDADO.
           OPEN INPUT ARCHIVO-CANDADO
           IF WS-STATUS-CANDADO = "00"
               MOVE SPACES TO LCK-OPERADOR
               READ ARCHIVO-CANDADO
                   AT END
                       MOVE "SIN-DATO" TO LCK-OPERADOR
               END-READ
               MOVE SPACES TO WS-TEXTO-DETALLE
               STRING "SESION ABIERTA DE " LCK-OPERADOR
                   " (INVENTARIO.LCK)"
                   DELIMITED BY SIZE INTO WS-TEXTO-DETALLE
               CLOSE ARCHIVO-CANDADO
               IF WS-FORZAR-CANDADO = "S"
                   *> Sesión caída declarada por el operador: el job
                   *> se queda con su candado.
                   MOVE SPACES TO REGISTRO-REPORTE
                   STRING "  AVISO: " WS-TEXTO-DETALLE
                       " TOMADO POR FORZAR"
                       DELIMITED BY SIZE INTO REGISTRO-REPORTE
                   WRITE REGISTRO-REPORTE
               ELSE
                   PERFORM SUSPENDER-RECUPERACION
               END-IF
           END-IF
           *> Con el candado propio ninguna sesión carga ni graba
           *> PRODUCTOS.DAT mientras se reconstruye (una sesión que
           *> lo encuentre queda en consulta, ver ADQUIRIR-CANDADO).
           IF NOT RECUPERACION-SUSPENDIDA
               ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AHORA FROM TIME
               MOVE "RECONSTR" TO LCK-OPERADOR
               MOVE WS-FECHA-HOY TO LCK-FECHA
               MOVE WS-HORA-AHORA(1:6) TO LCK-HORA
               OPEN OUTPUT ARCHIVO-CANDADO
               WRITE REGISTRO-CANDADO
               CLOSE ARCHIVO-CANDADO
               SET CANDADO-PROPIO TO TRUE
           END-IF.

       LIBERAR-CANDADO.
           IF CANDADO-PROPIO
               CALL "CBL_DELETE_FILE" USING "INVENTARIO.LCK"
               MOVE "N" TO WS-SW-CANDADO-PROPIO
           END-IF.

       CARGAR-GENERACION.
           MOVE 0 TO TOTAL-PRODUCTOS
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-GENERACION
           IF WS-STATUS-GENERACION NOT = "00"
               MOVE SPACES TO WS-TEXTO-DETALLE
               STRING "NO SE PUDO ABRIR " WS-NOMBRE-GENERACION
                   DELIMITED BY SIZE INTO WS-TEXTO-DETALLE
               PERFORM SUSPENDER-RECUPERACION
           ELSE
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-GENERACION NEXT
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           PERFORM AGREGAR-PRODUCTO-BASE
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-GENERACION
           END-IF.

       AGREGAR-PRODUCTO-BASE.
           *> Un catálogo truncado perdería productos al regrabar.
           IF TOTAL-PRODUCTOS >= 2000
               IF NOT RECUPERACION-SUSPENDIDA
                   MOVE "LA GENERACION EXCEDE 2000 PRODUCTOS"
                       TO WS-TEXTO-DETALLE
                   PERFORM SUSPENDER-RECUPERACION
               END-IF
           ELSE
               ADD 1 TO TOTAL-PRODUCTOS
               SET IDX-PRODUCTO TO TOTAL-PRODUCTOS
               MOVE GEN-CODIGO TO TPR-CODIGO(IDX-PRODUCTO)
               MOVE GEN-UBICACION TO TPR-UBICACION(IDX-PRODUCTO)
               MOVE GEN-NOMBRE TO TPR-NOMBRE(IDX-PRODUCTO)
               MOVE GEN-PRECIO TO TPR-PRECIO(IDX-PRODUCTO)
               MOVE GEN-PRECIO TO TPR-PRECIO-BASE(IDX-PRODUCTO)
               MOVE 0 TO TPR-PRECIO-FECHA(IDX-PRODUCTO)
               MOVE 0 TO TPR-PRECIO-HORA(IDX-PRODUCTO)
               MOVE SPACES TO TPR-PRECIO-ORIGEN(IDX-PRODUCTO)
               MOVE GEN-MINIMO TO TPR-MINIMO(IDX-PRODUCTO)
               MOVE GEN-ESTADO TO TPR-ESTADO(IDX-PRODUCTO)
               MOVE 0 TO TPR-MOVIMIENTOS(IDX-PRODUCTO)
               *> Con base en la foto, un producto que no aparece en
               *> ella nació después y arranca en cero: su ALTA en
               *> INVENTARIO.AUD le devuelve el stock inicial.
               IF ORIGEN-GENERACION
                   MOVE GEN-STOCK TO TPR-STOCK-BASE(IDX-PRODUCTO)
                   MOVE "S" TO TPR-EN-FOTO(IDX-PRODUCTO)
               ELSE
                   MOVE 0 TO TPR-STOCK-BASE(IDX-PRODUCTO)
                   MOVE "N" TO TPR-EN-FOTO(IDX-PRODUCTO)
               END-IF
               MOVE TPR-STOCK-BASE(IDX-PRODUCTO)
                   TO TPR-STOCK(IDX-PRODUCTO)
           END-IF.

       CARGAR-FOTO-CIERRE.
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-CIERRE
           IF WS-STATUS-CIERRE NOT = "00"
               MOVE "CIERRE.DAT NO EXISTE; USAR ORIGEN G CON CORTE"
                   TO WS-TEXTO-DETALLE
               PERFORM SUSPENDER-RECUPERACION
           ELSE
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-CIERRE
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-FOTO-LEIDOS
                           PERFORM ASIGNAR-FOTO-PRODUCTO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CIERRE
               IF WS-FOTO-LEIDOS = 0
                   MOVE "CIERRE.DAT VACIO; USAR ORIGEN G CON CORTE"
                       TO WS-TEXTO-DETALLE
                   PERFORM SUSPENDER-RECUPERACION
               END-IF
           END-IF.

       ASIGNAR-FOTO-PRODUCTO.
           *> La foto entera lleva la misma estampa: es el corte.
           MOVE CIE-FECHA TO WS-FECHA-CORTE
           IF CIE-HORA IS NUMERIC
               MOVE CIE-HORA TO WS-HORA-CORTE
           ELSE
               MOVE 0 TO WS-HORA-CORTE
           END-IF
           MOVE CIE-CODIGO TO WS-NUEVO-CODIGO
           MOVE CIE-UBICACION TO WS-NUEVO-UBICACION
           PERFORM BUSCAR-PRODUCTO
           IF PRODUCTO-ENCONTRADO
               MOVE CIE-STOCK TO TPR-STOCK-BASE(IDX-PRODUCTO)
               MOVE CIE-STOCK TO TPR-STOCK(IDX-PRODUCTO)
               MOVE "S" TO TPR-EN-FOTO(IDX-PRODUCTO)
           ELSE
               *> Sin nombre, precio ni mínimo no hay registro que
               *> reconstruir; se reporta para darlo de alta a mano.
               ADD 1 TO WS-FOTO-SIN-REGISTRO
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "  AVISO: " CIE-CODIGO "/" CIE-UBICACION
                   " STOCK " CIE-STOCK " EN LA FOTO Y SIN REGISTRO EN "
                   WS-NOMBRE-GENERACION
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           END-IF.

       BUSCAR-PRODUCTO.
           *> Clave buscada en WS-NUEVO-CODIGO / WS-NUEVO-UBICACION.
           MOVE "N" TO WS-SW-ENCONTRADO
           SET IDX-PRODUCTO TO 1
           SEARCH PRODUCTO-ITEM
               AT END
                   CONTINUE
               WHEN IDX-PRODUCTO > TOTAL-PRODUCTOS
                   CONTINUE
               WHEN TPR-CODIGO(IDX-PRODUCTO) = WS-NUEVO-CODIGO AND
                    TPR-UBICACION(IDX-PRODUCTO) = WS-NUEVO-UBICACION
                   SET PRODUCTO-ENCONTRADO TO TRUE
           END-SEARCH.

       ESCRIBIR-BASE.
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "CORTE: " WS-FECHA-CORTE " " WS-HORA-CORTE
               "  PRODUCTOS BASE: " TOTAL-PRODUCTOS
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           DISPLAY "Corte de la recuperación: " WS-FECHA-CORTE " "
               WS-HORA-CORTE.

       CARGAR-MOVIMIENTOS.
           *> Recepciones posteriores al corte suman.
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-BITACORA-RECEP
           IF WS-STATUS-BITACORA-RECEP = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-BITACORA-RECEP
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LEIDOS-LOGS
                           MOVE REGISTRO-BITACORA-RECEP
                               TO LINEA-BITACORA-RECEP
                           MOVE LB-FECHA TO WS-FECHA-MOV
                           MOVE LB-HORA TO WS-HORA-MOV
                           PERFORM VERIFICAR-POSTERIOR-CORTE
                           IF MOV-POSTERIOR-CORTE
                               PERFORM CARGAR-UNA-RECEPCION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-BITACORA-RECEP
           END-IF

           *> Salidas posteriores al corte restan.
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-BITACORA-SALIDAS
           IF WS-STATUS-BITACORA-SAL = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-BITACORA-SALIDAS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LEIDOS-LOGS
                           MOVE REGISTRO-BITACORA-SALIDA
                               TO LINEA-BITACORA-SALIDA
                           MOVE LS-FECHA TO WS-FECHA-MOV
                           MOVE LS-HORA TO WS-HORA-MOV
                           PERFORM VERIFICAR-POSTERIOR-CORTE
                           IF MOV-POSTERIOR-CORTE
                               PERFORM CARGAR-UNA-SALIDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-BITACORA-SALIDAS
           END-IF

           *> Devoluciones posteriores al corte suman.
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-BITACORA-DEV
           IF WS-STATUS-BITACORA-DEV = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-BITACORA-DEV
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LEIDOS-LOGS
                           MOVE REGISTRO-BITACORA-DEV
                               TO LINEA-BITACORA-DEV
                           MOVE LD-FECHA TO WS-FECHA-MOV
                           MOVE LD-HORA TO WS-HORA-MOV
                           PERFORM VERIFICAR-POSTERIOR-CORTE
                           IF MOV-POSTERIOR-CORTE
                               PERFORM CARGAR-UNA-DEVOLUCION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-BITACORA-DEV
           END-IF

           *> Movimientos auditados en el momento; las líneas CIERRE
           *> resumen lo ya registrado en las bitácoras y no entran.
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-AUDITORIA
           IF WS-STATUS-AUDITORIA = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-AUDITORIA
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LEIDOS-LOGS
                           MOVE REGISTRO-AUDITORIA TO LINEA-AUDITORIA
                           IF (AUD-MOTIVO = "CAMBIO" OR
                               AUD-MOTIVO = "CAMBIO-MIN") AND
                              AUD-FECHA >= WS-FECHA-CORTE
                               PERFORM ANOTAR-CAMBIO-MAESTRO
                           END-IF
                           MOVE AUD-FECHA TO WS-FECHA-MOV
                           MOVE AUD-HORA TO WS-HORA-MOV
                           PERFORM VERIFICAR-POSTERIOR-CORTE
                           IF MOV-POSTERIOR-CORTE
                               IF AUD-MOTIVO = "CIERRE" OR
                                  AUD-MOTIVO = SPACES
                                   ADD 1 TO WS-SIN-EFECTO
                               ELSE
                                   PERFORM CARGAR-UNA-AUDITORIA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-AUDITORIA
           END-IF.

       ANOTAR-CAMBIO-MAESTRO.
           *> Todo el día del corte, no solo lo posterior: en el lote
           *> nocturno el recálculo de mínimos corre antes de la foto
           *> de cierre, y la generación base es anterior a ambos.
           IF TOTAL-CAMBIOS-MAESTRO < 500
               ADD 1 TO TOTAL-CAMBIOS-MAESTRO
               SET IDX-CAMBIO TO TOTAL-CAMBIOS-MAESTRO
               MOVE AUD-FECHA TO TCM-FECHA(IDX-CAMBIO)
               MOVE AUD-HORA TO TCM-HORA(IDX-CAMBIO)
               MOVE AUD-CODIGO TO TCM-CODIGO(IDX-CAMBIO)
               MOVE AUD-UBICACION TO TCM-UBICACION(IDX-CAMBIO)
               MOVE AUD-MOTIVO TO TCM-MOTIVO(IDX-CAMBIO)
               MOVE AUD-OPERADOR TO TCM-OPERADOR(IDX-CAMBIO)
           ELSE
               ADD 1 TO WS-CAMBIOS-SIN-LISTAR
           END-IF.

       VERIFICAR-POSTERIOR-CORTE.
           *> Mismo criterio fecha+hora que el cierre diario.
           MOVE "N" TO WS-SW-POSTERIOR-CORTE
           EVALUATE TRUE
               WHEN WS-FECHA-MOV > WS-FECHA-CORTE
                   SET MOV-POSTERIOR-CORTE TO TRUE
               WHEN WS-FECHA-MOV = WS-FECHA-CORTE AND
                    WS-HORA-MOV > WS-HORA-CORTE
                   SET MOV-POSTERIOR-CORTE TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-ANTERIORES-CORTE
           END-EVALUATE.

       CARGAR-UNA-RECEPCION.
           MOVE LB-FECHA TO WS-NUEVO-FECHA
           MOVE LB-HORA TO WS-NUEVO-HORA
           MOVE "REC" TO WS-NUEVO-FUENTE
           MOVE LB-CODIGO TO WS-NUEVO-CODIGO
           MOVE LB-UBICACION TO WS-NUEVO-UBICACION
           MOVE "+" TO WS-NUEVO-TIPO
           MOVE LB-CANTIDAD TO WS-NUEVO-CANTIDAD
           MOVE LB-STOCK-ANTES TO WS-NUEVO-ANTES
           MOVE LB-OPERADOR TO WS-NUEVO-REFERENCIA
           PERFORM AGREGAR-MOVIMIENTO.

       CARGAR-UNA-SALIDA.
           MOVE LS-FECHA TO WS-NUEVO-FECHA
           MOVE LS-HORA TO WS-NUEVO-HORA
           MOVE "SAL" TO WS-NUEVO-FUENTE
           MOVE LS-CODIGO TO WS-NUEVO-CODIGO
           MOVE LS-UBICACION TO WS-NUEVO-UBICACION
           MOVE "-" TO WS-NUEVO-TIPO
           MOVE LS-CANTIDAD TO WS-NUEVO-CANTIDAD
           MOVE LS-STOCK-ANTES TO WS-NUEVO-ANTES
           MOVE LS-DESTINO TO WS-NUEVO-REFERENCIA
           PERFORM AGREGAR-MOVIMIENTO.

       CARGAR-UNA-DEVOLUCION.
           MOVE LD-FECHA TO WS-NUEVO-FECHA
           MOVE LD-HORA TO WS-NUEVO-HORA
           MOVE "DEV" TO WS-NUEVO-FUENTE
           MOVE LD-CODIGO TO WS-NUEVO-CODIGO
           MOVE LD-UBICACION TO WS-NUEVO-UBICACION
           MOVE "+" TO WS-NUEVO-TIPO
           MOVE LD-CANTIDAD TO WS-NUEVO-CANTIDAD
           MOVE LD-STOCK-ANTES TO WS-NUEVO-ANTES
           MOVE LD-DESTINO TO WS-NUEVO-REFERENCIA
           PERFORM AGREGAR-MOVIMIENTO.

       CARGAR-UNA-AUDITORIA.
           *> Los conteos fijan el saldo contado (la realidad física
           *> manda aunque algo previo se haya rechazado); el resto
           *> aplica la diferencia después - antes. Una línea sin
           *> cambio de stock (cambio de maestro, cuarentena, conteo
           *> pendiente) no mueve nada, salvo la BAJA que marca el
           *> producto.
           MOVE AUD-FECHA TO WS-NUEVO-FECHA
           MOVE AUD-HORA TO WS-NUEVO-HORA
           MOVE "AUD" TO WS-NUEVO-FUENTE
           MOVE AUD-CODIGO TO WS-NUEVO-CODIGO
           MOVE AUD-UBICACION TO WS-NUEVO-UBICACION
           MOVE AUD-STOCK-ANTES TO WS-NUEVO-ANTES
           MOVE AUD-MOTIVO TO WS-NUEVO-REFERENCIA
           EVALUATE TRUE
               WHEN AUD-MOTIVO(1:7) = "CONTEO-" OR
                    AUD-MOTIVO = "CONT-APROB"
                   MOVE "=" TO WS-NUEVO-TIPO
                   MOVE AUD-STOCK-DESPUES TO WS-NUEVO-CANTIDAD
                   PERFORM AGREGAR-MOVIMIENTO
               WHEN AUD-STOCK-DESPUES > AUD-STOCK-ANTES
                   MOVE "+" TO WS-NUEVO-TIPO
                   COMPUTE WS-NUEVO-CANTIDAD =
                       AUD-STOCK-DESPUES - AUD-STOCK-ANTES
                   PERFORM AGREGAR-MOVIMIENTO
               WHEN AUD-STOCK-DESPUES < AUD-STOCK-ANTES
                   MOVE "-" TO WS-NUEVO-TIPO
                   COMPUTE WS-NUEVO-CANTIDAD =
                       AUD-STOCK-ANTES - AUD-STOCK-DESPUES
                   PERFORM AGREGAR-MOVIMIENTO
               WHEN AUD-MOTIVO = "BAJA"
                   MOVE "B" TO WS-NUEVO-TIPO
                   MOVE 0 TO WS-NUEVO-CANTIDAD
                   PERFORM AGREGAR-MOVIMIENTO
               WHEN OTHER
                   ADD 1 TO WS-SIN-EFECTO
           END-EVALUATE.

       AGREGAR-MOVIMIENTO.
           *> Sin todos los movimientos el saldo final sería falso:
           *> la tabla llena suspende la recuperación.
           IF TOTAL-MOVIMIENTOS >= 5000
               IF NOT RECUPERACION-SUSPENDIDA
                   MOVE "MAS DE 5000 MOVIMIENTOS POSTERIORES AL CORTE"
                       TO WS-TEXTO-DETALLE
                   PERFORM SUSPENDER-RECUPERACION
               END-IF
           ELSE
               ADD 1 TO TOTAL-MOVIMIENTOS
               SET IDX-MOVIMIENTO TO TOTAL-MOVIMIENTOS
               MOVE WS-MOV-NUEVO TO MOVIMIENTO-ITEM(IDX-MOVIMIENTO)
           END-IF.

       ORDENAR-MOVIMIENTOS.
           *> Ordenamiento por burbuja por fecha y hora (ver
           *> ORDENAR-KARDEX): cada bitácora viene en orden, mezcladas
           *> no. El intercambio es solo con estrictamente mayor, así
           *> que dentro del mismo segundo se respeta el orden de carga.
           PERFORM VARYING IDX-MOVIMIENTO FROM 1 BY 1
                   UNTIL IDX-MOVIMIENTO >= TOTAL-MOVIMIENTOS
               PERFORM VARYING WS-IDX-MOVIMIENTO-2 FROM 1 BY 1
                       UNTIL WS-IDX-MOVIMIENTO-2 >= TOTAL-MOVIMIENTOS
                   IF MOV-FECHA(WS-IDX-MOVIMIENTO-2) >
                      MOV-FECHA(WS-IDX-MOVIMIENTO-2 + 1) OR
                      (MOV-FECHA(WS-IDX-MOVIMIENTO-2) =
                       MOV-FECHA(WS-IDX-MOVIMIENTO-2 + 1) AND
                       MOV-HORA(WS-IDX-MOVIMIENTO-2) >
                       MOV-HORA(WS-IDX-MOVIMIENTO-2 + 1))
                       PERFORM INTERCAMBIAR-MOVIMIENTOS
                   END-IF
               END-PERFORM
           END-PERFORM.

       INTERCAMBIAR-MOVIMIENTOS.
           MOVE MOVIMIENTO-ITEM(WS-IDX-MOVIMIENTO-2) TO MOVIMIENTO-SWAP
           MOVE MOVIMIENTO-ITEM(WS-IDX-MOVIMIENTO-2 + 1)
               TO MOVIMIENTO-ITEM(WS-IDX-MOVIMIENTO-2)
           MOVE MOVIMIENTO-SWAP
               TO MOVIMIENTO-ITEM(WS-IDX-MOVIMIENTO-2 + 1).

       REAPLICAR-MOVIMIENTOS.
           MOVE SPACES TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "FECHA    HORA   ORIG PRODUCTO    MOV   SALDO      "
               "REFERENCIA RESULTADO"
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           IF TOTAL-MOVIMIENTOS = 0
               MOVE "  SIN MOVIMIENTOS POSTERIORES AL CORTE"
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           END-IF
           PERFORM VARYING IDX-MOVIMIENTO FROM 1 BY 1
                   UNTIL IDX-MOVIMIENTO > TOTAL-MOVIMIENTOS
               PERFORM REAPLICAR-UN-MOVIMIENTO
           END-PERFORM.

       REAPLICAR-UN-MOVIMIENTO.
           MOVE MOV-CODIGO(IDX-MOVIMIENTO) TO WS-NUEVO-CODIGO
           MOVE MOV-UBICACION(IDX-MOVIMIENTO) TO WS-NUEVO-UBICACION
           PERFORM BUSCAR-PRODUCTO
           MOVE 0 TO WS-STOCK-PREVIO
           MOVE 0 TO WS-STOCK-CALCULADO
           IF PRODUCTO-ENCONTRADO
               MOVE TPR-STOCK(IDX-PRODUCTO) TO WS-STOCK-PREVIO
               EVALUATE MOV-TIPO(IDX-MOVIMIENTO)
                   WHEN "+"
                       COMPUTE WS-STOCK-CALCULADO = WS-STOCK-PREVIO
                           + MOV-CANTIDAD(IDX-MOVIMIENTO)
                   WHEN "-"
                       COMPUTE WS-STOCK-CALCULADO = WS-STOCK-PREVIO
                           - MOV-CANTIDAD(IDX-MOVIMIENTO)
                   WHEN "="
                       MOVE MOV-CANTIDAD(IDX-MOVIMIENTO)
                           TO WS-STOCK-CALCULADO
                   WHEN OTHER
                       MOVE WS-STOCK-PREVIO TO WS-STOCK-CALCULADO
               END-EVALUATE
           END-IF

           EVALUATE TRUE
               WHEN NOT PRODUCTO-ENCONTRADO
                   MOVE "RECH SIN BASE" TO WS-RESULTADO
                   ADD 1 TO WS-RECHAZADOS
               WHEN WS-STOCK-CALCULADO < 0
                   MOVE "RECH NEGATIVO" TO WS-RESULTADO
                   ADD 1 TO WS-RECHAZADOS
               WHEN WS-STOCK-CALCULADO > 9999
                   MOVE "RECH EXCEDE" TO WS-RESULTADO
                   ADD 1 TO WS-RECHAZADOS
               WHEN OTHER
                   *> El saldo previo anotado en la bitácora debería
                   *> ser el reconstruido; si no, algo anterior faltó
                   *> o se rechazó. Se aplica igual y se señala.
                   IF MOV-ANTES(IDX-MOVIMIENTO) = WS-STOCK-PREVIO
                       MOVE "OK" TO WS-RESULTADO
                   ELSE
                       MOVE "OK ANTES DIF" TO WS-RESULTADO
                       ADD 1 TO WS-DIFERENCIAS
                   END-IF
                   MOVE WS-STOCK-CALCULADO TO TPR-STOCK(IDX-PRODUCTO)
                   IF MOV-TIPO(IDX-MOVIMIENTO) = "B"
                       MOVE "B" TO TPR-ESTADO(IDX-PRODUCTO)
                   END-IF
                   ADD 1 TO TPR-MOVIMIENTOS(IDX-PRODUCTO)
                   ADD 1 TO WS-APLICADOS
           END-EVALUATE

           MOVE SPACES TO REGISTRO-REPORTE
           IF PRODUCTO-ENCONTRADO AND WS-RESULTADO(1:2) = "OK"
               STRING MOV-FECHA(IDX-MOVIMIENTO) " "
                   MOV-HORA(IDX-MOVIMIENTO) " "
                   MOV-FUENTE(IDX-MOVIMIENTO) "  "
                   MOV-CODIGO(IDX-MOVIMIENTO) "/"
                   MOV-UBICACION(IDX-MOVIMIENTO) " "
                   MOV-TIPO(IDX-MOVIMIENTO)
                   MOV-CANTIDAD(IDX-MOVIMIENTO) " "
                   WS-STOCK-PREVIO "->" TPR-STOCK(IDX-PRODUCTO) " "
                   MOV-REFERENCIA(IDX-MOVIMIENTO) " "
                   WS-RESULTADO
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
           ELSE
               STRING MOV-FECHA(IDX-MOVIMIENTO) " "
                   MOV-HORA(IDX-MOVIMIENTO) " "
                   MOV-FUENTE(IDX-MOVIMIENTO) "  "
                   MOV-CODIGO(IDX-MOVIMIENTO) "/"
                   MOV-UBICACION(IDX-MOVIMIENTO) " "
                   MOV-TIPO(IDX-MOVIMIENTO)
                   MOV-CANTIDAD(IDX-MOVIMIENTO) " "
                   WS-STOCK-PREVIO "->----" " "
                   MOV-REFERENCIA(IDX-MOVIMIENTO) " "
                   WS-RESULTADO
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
           END-IF
           WRITE REGISTRO-REPORTE.

       REPONER-PRECIOS.
           *> PRECIOS.LOG va en orden de grabado y cada línea trae el
           *> precio completo, así que el último APLICADO o MANUAL de
           *> cada producto es su precio vigente. Se lee entero y no
           *> desde el corte porque la generación no dice cuándo se
           *> tomó: en el lote nocturno los cambios de precio se
           *> aplican antes de la foto de cierre y del regrabado que
           *> deja la imagen previa como GN1.
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-BITACORA-PRECIOS
           IF WS-STATUS-BITACORA-PRE = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-BITACORA-PRECIOS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           MOVE REGISTRO-BITACORA-PRECIO
                               TO LINEA-BITACORA-PRECIO
                           IF LP-RESULTADO = "APLICADO" OR
                              LP-RESULTADO = "MANUAL"
                               PERFORM REPONER-UN-PRECIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-BITACORA-PRECIOS
           END-IF

           MOVE SPACES TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE "PRECIOS REPUESTOS DE PRECIOS.LOG:" TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           PERFORM VARYING IDX-PRODUCTO FROM 1 BY 1
                   UNTIL IDX-PRODUCTO > TOTAL-PRODUCTOS
               IF TPR-PRECIO(IDX-PRODUCTO) NOT =
                  TPR-PRECIO-BASE(IDX-PRODUCTO)
                   ADD 1 TO WS-PRECIOS-REPUESTOS
                   MOVE SPACES TO REGISTRO-REPORTE
                   STRING "  " TPR-CODIGO(IDX-PRODUCTO) "/"
                       TPR-UBICACION(IDX-PRODUCTO) " "
                       TPR-PRECIO-BASE(IDX-PRODUCTO) "->"
                       TPR-PRECIO(IDX-PRODUCTO) " "
                       TPR-PRECIO-FECHA(IDX-PRODUCTO) " "
                       TPR-PRECIO-HORA(IDX-PRODUCTO) " "
                       TPR-PRECIO-ORIGEN(IDX-PRODUCTO)
                       DELIMITED BY SIZE INTO REGISTRO-REPORTE
                   WRITE REGISTRO-REPORTE
               END-IF
           END-PERFORM
           IF WS-PRECIOS-REPUESTOS = 0
               MOVE "  SIN DIFERENCIAS CONTRA LA BASE"
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           END-IF
           IF WS-PRECIOS-SIN-BASE > 0
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "  LINEAS DE PRECIO SIN PRODUCTO BASE: "
                   WS-PRECIOS-SIN-BASE
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           END-IF.

       REPONER-UN-PRECIO.
           MOVE LP-CODIGO TO WS-NUEVO-CODIGO
           MOVE LP-UBICACION TO WS-NUEVO-UBICACION
           PERFORM BUSCAR-PRODUCTO
           IF PRODUCTO-ENCONTRADO
               MOVE LP-PRECIO-DESPUES TO TPR-PRECIO(IDX-PRODUCTO)
               MOVE LP-FECHA TO TPR-PRECIO-FECHA(IDX-PRODUCTO)
               MOVE LP-HORA TO TPR-PRECIO-HORA(IDX-PRODUCTO)
               MOVE LP-RESULTADO TO TPR-PRECIO-ORIGEN(IDX-PRODUCTO)
           ELSE
               ADD 1 TO WS-PRECIOS-SIN-BASE
           END-IF.

       LISTAR-CAMBIOS-MAESTRO.
           MOVE SPACES TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "CAMBIOS DE MAESTRO DESDE EL " WS-FECHA-CORTE
               " (NOMBRE/MINIMO NO SE RECUPERAN, RECAPTURAR):"
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           IF TOTAL-CAMBIOS-MAESTRO = 0
               MOVE "  NINGUNO" TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           END-IF
           PERFORM VARYING IDX-CAMBIO FROM 1 BY 1
                   UNTIL IDX-CAMBIO > TOTAL-CAMBIOS-MAESTRO
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "  " TCM-FECHA(IDX-CAMBIO) " "
                   TCM-HORA(IDX-CAMBIO) " "
                   TCM-CODIGO(IDX-CAMBIO) "/"
                   TCM-UBICACION(IDX-CAMBIO) " "
                   TCM-MOTIVO(IDX-CAMBIO) " "
                   TCM-OPERADOR(IDX-CAMBIO)
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           END-PERFORM
           IF WS-CAMBIOS-SIN-LISTAR > 0
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "  Y " WS-CAMBIOS-SIN-LISTAR
                   " MAS (VER INVENTARIO.AUD)"
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           END-IF.

       LISTAR-SALDOS.
           MOVE SPACES TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE "PRODUCTO    BASE  FINAL MOVS ESTADO"
               TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           PERFORM VARYING IDX-PRODUCTO FROM 1 BY 1
                   UNTIL IDX-PRODUCTO > TOTAL-PRODUCTOS
               MOVE SPACES TO REGISTRO-REPORTE
               IF TPR-EN-FOTO(IDX-PRODUCTO) = "S"
                   STRING TPR-CODIGO(IDX-PRODUCTO) "/"
                       TPR-UBICACION(IDX-PRODUCTO) " "
                       TPR-STOCK-BASE(IDX-PRODUCTO) "  "
                       TPR-STOCK(IDX-PRODUCTO) "  "
                       TPR-MOVIMIENTOS(IDX-PRODUCTO) " "
                       TPR-ESTADO(IDX-PRODUCTO)
                       DELIMITED BY SIZE INTO REGISTRO-REPORTE
               ELSE
                   ADD 1 TO WS-SIN-FOTO
                   STRING TPR-CODIGO(IDX-PRODUCTO) "/"
                       TPR-UBICACION(IDX-PRODUCTO) " "
                       TPR-STOCK-BASE(IDX-PRODUCTO) "  "
                       TPR-STOCK(IDX-PRODUCTO) "  "
                       TPR-MOVIMIENTOS(IDX-PRODUCTO) " "
                       TPR-ESTADO(IDX-PRODUCTO)
                       "      (NO ESTABA EN LA FOTO, BASE CERO)"
                       DELIMITED BY SIZE INTO REGISTRO-REPORTE
               END-IF
               WRITE REGISTRO-REPORTE
           END-PERFORM
           IF WS-FOTO-SIN-REGISTRO > 0
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "PRODUCTOS DE LA FOTO SIN REGISTRO BASE: "
                   WS-FOTO-SIN-REGISTRO " (VER AVISOS, DAR DE ALTA)"
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           END-IF.

       GRABAR-CATALOGO.
           *> El catálogo dañado se aparta primero: queda para el
           *> análisis y para regresar a él si el regrabado falla.
           MOVE "N" TO WS-SW-RESPALDO-DANADO
           CALL "CBL_COPY_FILE" USING "PRODUCTOS.DAT" "PRODUCTOS.DAN"
           IF RETURN-CODE = 0
               SET RESPALDO-DANADO-HECHO TO TRUE
           END-IF
           OPEN OUTPUT ARCHIVO-PRODUCTOS
           IF WS-STATUS-PRODUCTOS NOT = "00"
               MOVE SPACES TO WS-TEXTO-DETALLE
               STRING "NO SE PUDO CREAR PRODUCTOS.DAT (ESTADO "
                   WS-STATUS-PRODUCTOS ")"
                   DELIMITED BY SIZE INTO WS-TEXTO-DETALLE
               PERFORM SUSPENDER-RECUPERACION
           ELSE
               PERFORM VARYING IDX-PRODUCTO FROM 1 BY 1
                       UNTIL IDX-PRODUCTO > TOTAL-PRODUCTOS
                   MOVE TPR-CODIGO(IDX-PRODUCTO) TO CODIGO-PRODUCTO
                   MOVE TPR-UBICACION(IDX-PRODUCTO)
                       TO UBICACION-PRODUCTO
                   MOVE TPR-NOMBRE(IDX-PRODUCTO) TO NOMBRE-PRODUCTO
                   MOVE TPR-PRECIO(IDX-PRODUCTO) TO PRECIO-UNITARIO
                   MOVE TPR-STOCK(IDX-PRODUCTO) TO STOCK-ACTUAL
                   MOVE TPR-MINIMO(IDX-PRODUCTO) TO STOCK-MINIMO
                   MOVE TPR-ESTADO(IDX-PRODUCTO) TO ESTADO-PRODUCTO
                   WRITE REGISTRO-PRODUCTO
               END-PERFORM
               CLOSE ARCHIVO-PRODUCTOS
               PERFORM VERIFICAR-REGRABADO
           END-IF.

       VERIFICAR-REGRABADO.
           *> Igual que SISTEMA-INVENTARIO: se relee contando y, si
           *> no cuadra con la tabla, vuelve el archivo apartado.
           MOVE 0 TO WS-REGISTROS-VERIFICADOS
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF WS-STATUS-PRODUCTOS = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-PRODUCTOS NEXT
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           ADD 1 TO WS-REGISTROS-VERIFICADOS
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PRODUCTOS
           END-IF

           IF WS-REGISTROS-VERIFICADOS = TOTAL-PRODUCTOS
               *> Recuperación completa: el PAR ya se consumió.
               IF WS-STATUS-PARAMETROS = "00"
                   CALL "CBL_DELETE_FILE" USING "RECONSTRUYE.PAR"
               END-IF
           ELSE
               MOVE SPACES TO WS-TEXTO-DETALLE
               STRING "REGRABADO CON " WS-REGISTROS-VERIFICADOS
                   " REGISTROS DE " TOTAL-PRODUCTOS
                   DELIMITED BY SIZE INTO WS-TEXTO-DETALLE
               PERFORM SUSPENDER-RECUPERACION
               IF RESPALDO-DANADO-HECHO
                   CALL "CBL_COPY_FILE"
                       USING "PRODUCTOS.DAN" "PRODUCTOS.DAT"
                   MOVE "  SE REPUSO PRODUCTOS.DAT DESDE PRODUCTOS.DAN"
                       TO REGISTRO-REPORTE
                   WRITE REGISTRO-REPORTE
               END-IF
           END-IF.
