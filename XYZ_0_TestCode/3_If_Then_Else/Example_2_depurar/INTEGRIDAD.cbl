       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICADOR-INTEGRIDAD.
       AUTHOR. TU-NOMBRE.
       DATE-WRITTEN. 15/10/2026.

      *> Integridad referencial entre maestros y movimientos del
      *> turno nocturno. VERIFICADOR-ENTRADAS revisa cada archivo por
      *> separado; este job coteja que se correspondan entre sí:
      *>   PROVPROD.DAT  -> PROVEEDOR.DAT  (proveedor del producto)
      *>   LOTES.DAT     -> PRODUCTOS.DAT  (código/bodega del lote)
      *>   OCABIERTA.DAT -> PRODUCTOS.DAT  (código/bodega de la OC)
      *>   PEDIDOS.DAT   -> DESTINOS.DAT   (destino de la reserva)
      *>   ASISTENCIA.DAT-> MATRICULA.DAT  (alumno con asistencia)
      *> Un renglón que apunta a algo que no existe es GRAVE; uno
      *> que apunta a un producto dado de baja ("B") o a un destino
      *> inactivo es LEVE. Los huérfanos salen en INTEGRIDAD.RPT
      *> agrupados por par de archivos y, si los graves pasan del
      *> tope de INTEGRIDAD.PAR (cero si no existe), el registro de
      *> fin en OPERACION.JRN va anormal: NO-GO para el secuenciador.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Catálogo (ver SISTEMA-INVENTARIO), recorrido en orden.
           SELECT ARCHIVO-PRODUCTOS ASSIGN TO "PRODUCTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLAVE-PRODUCTO
               FILE STATUS IS WS-STATUS-PRODUCTOS.

           SELECT ARCHIVO-PROVEEDORES ASSIGN TO "PROVEEDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROVEEDORES.

           SELECT ARCHIVO-PROV-PRODUCTO ASSIGN TO "PROVPROD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROV-PROD.

           SELECT ARCHIVO-LOTES ASSIGN TO "LOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-LOTES.

           SELECT ARCHIVO-OC-ABIERTAS ASSIGN TO "OCABIERTA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-OC-ABIERTAS.

           SELECT ARCHIVO-DESTINOS ASSIGN TO "DESTINOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-DESTINOS.

           SELECT ARCHIVO-PEDIDOS ASSIGN TO "PEDIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PEDIDOS.

           *> Lado de calificaciones (ver CALIFICACION-ESTUDIANTE).
           SELECT ARCHIVO-MATRICULA ASSIGN TO "MATRICULA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MATRICULA.

           SELECT ARCHIVO-ASISTENCIA ASSIGN TO "ASISTENCIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ASISTENCIA.

           *> Tope de inconsistencias graves toleradas antes del
           *> NO-GO; sin el archivo no se tolera ninguna.
           SELECT ARCHIVO-TOPE ASSIGN TO "INTEGRIDAD.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TOPE.

           SELECT ARCHIVO-REPORTE ASSIGN TO "INTEGRIDAD.RPT"
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

       FD  ARCHIVO-PROVEEDORES.
       01  REGISTRO-PROVEEDOR.
           05  PRV-CODIGO           PIC X(5).
           05  PRV-NOMBRE           PIC X(30).
           05  PRV-DIAS-ENTREGA     PIC 9(3).
           05  PRV-BODEGA           PIC X(4).

       FD  ARCHIVO-PROV-PRODUCTO.
       01  REGISTRO-PROV-PRODUCTO.
           05  PP-CODIGO-PRODUCTO   PIC X(6).
           05  PP-CODIGO-PROVEEDOR  PIC X(5).

       FD  ARCHIVO-LOTES.
       01  REGISTRO-LOTE.
           05  LOTE-CODIGO          PIC X(6).
           05  LOTE-UBICACION       PIC X(4).
           05  LOTE-FECHA           PIC 9(8).
           05  LOTE-CANTIDAD        PIC 9(5).
           05  LOTE-COSTO-UNITARIO  PIC 9(5)V99.
           05  LOTE-FECHA-VENCE     PIC 9(8).

       FD  ARCHIVO-OC-ABIERTAS.
       01  REGISTRO-OC-ABIERTA.
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

       FD  ARCHIVO-DESTINOS.
       01  REGISTRO-DESTINO.
           05  DES-CODIGO           PIC X(10).
           05  DES-NOMBRE           PIC X(30).
           05  DES-ACTIVO           PIC X(1).

       FD  ARCHIVO-PEDIDOS.
       01  REGISTRO-PEDIDO.
           05  PED-CODIGO           PIC X(6).
           05  PED-UBICACION        PIC X(4).
           05  PED-CANTIDAD         PIC 9(4).
           05  PED-DESTINO          PIC X(10).

       FD  ARCHIVO-MATRICULA.
       01  REGISTRO-MATRICULA.
           05  MAT-SECCION          PIC X(4).
           05  MAT-ID               PIC X(6).
           05  MAT-NOMBRE           PIC X(30).

       FD  ARCHIVO-ASISTENCIA.
       01  REGISTRO-ASISTENCIA.
           05  ASI-ID               PIC X(6).
           05  ASI-SESIONES         PIC 9(3).
           05  ASI-ASISTIDAS        PIC 9(3).

       FD  ARCHIVO-TOPE.
       01  REGISTRO-TOPE.
           05  TOP-GRAVES           PIC 9(4).

       FD  ARCHIVO-REPORTE.
       01  REGISTRO-REPORTE         PIC X(80).

       FD  ARCHIVO-JOURNAL.
       01  REGISTRO-JOURNAL         PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PRODUCTOS     PIC X(2).
       01  WS-STATUS-PROVEEDORES   PIC X(2).
       01  WS-STATUS-PROV-PROD     PIC X(2).
       01  WS-STATUS-LOTES         PIC X(2).
       01  WS-STATUS-OC-ABIERTAS   PIC X(2).
       01  WS-STATUS-DESTINOS      PIC X(2).
       01  WS-STATUS-PEDIDOS       PIC X(2).
       01  WS-STATUS-MATRICULA     PIC X(2).
       01  WS-STATUS-ASISTENCIA    PIC X(2).
       01  WS-STATUS-TOPE          PIC X(2).
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

       *> Maestros en memoria. Un maestro que no cabe entero no
       *> sirve para cotejar (saldrían huérfanos falsos): el par que
       *> depende de él se reporta como no cotejado.
       01  TABLA-PRODUCTOS.
           05  TOTAL-PRODUCTOS     PIC 9(4) VALUE 0.
           05  PRODUCTO-ITEM       OCCURS 2000 TIMES
                                   INDEXED BY IDX-PRODUCTO.
               10  TPR-CODIGO      PIC X(6).
               10  TPR-UBICACION   PIC X(4).
               10  TPR-ESTADO      PIC X(1).
       01  WS-SW-PRODUCTOS-LLENA   PIC X(1) VALUE "N".
           88  PRODUCTOS-LLENA     VALUE "Y".

       01  TABLA-PROVEEDORES.
           05  TOTAL-PROVEEDORES   PIC 9(4) VALUE 0.
           05  PROVEEDOR-ITEM      OCCURS 500 TIMES
                                   INDEXED BY IDX-PROVEEDOR.
               10  TPV-CODIGO      PIC X(5).
       01  WS-SW-PROVEEDORES-LLENA PIC X(1) VALUE "N".
           88  PROVEEDORES-LLENA   VALUE "Y".

       01  TABLA-DESTINOS.
           05  TOTAL-DESTINOS      PIC 9(4) VALUE 0.
           05  DESTINO-ITEM        OCCURS 500 TIMES
                                   INDEXED BY IDX-DESTINO.
               10  TDE-CODIGO      PIC X(10).
               10  TDE-ACTIVO      PIC X(1).
       01  WS-SW-DESTINOS-LLENA    PIC X(1) VALUE "N".
           88  DESTINOS-LLENA      VALUE "Y".

       01  TABLA-MATRICULA.
           05  TOTAL-MATRICULA     PIC 9(4) VALUE 0.
           05  MATRICULA-ITEM      OCCURS 2000 TIMES
                                   INDEXED BY IDX-MATRICULA.
               10  TMA-ID          PIC X(6).
       01  WS-SW-MATRICULA-LLENA   PIC X(1) VALUE "N".
           88  MATRICULA-LLENA     VALUE "Y".

       *> Resultado de cada búsqueda en un maestro: N no existe,
       *> B existe dado de baja o inactivo, A existe activo.
       01  WS-RESULTADO-BUSQUEDA   PIC X(1).
           88  REFERENCIA-AUSENTE  VALUE "N".
           88  REFERENCIA-DE-BAJA  VALUE "B".
           88  REFERENCIA-ACTIVA   VALUE "A".

       *> Contadores por par de archivos y de la corrida
       01  WS-PAR-LEIDOS           PIC 9(6).
       01  WS-PAR-GRAVES           PIC 9(6).
       01  WS-PAR-LEVES            PIC 9(6).
       01  WS-TOTAL-LEIDOS         PIC 9(6) VALUE 0.
       01  WS-TOTAL-GRAVES         PIC 9(6) VALUE 0.
       01  WS-TOTAL-LEVES          PIC 9(6) VALUE 0.
       01  WS-PARES-NO-COTEJADOS   PIC 9(2) VALUE 0.
       01  WS-TOPE-GRAVES          PIC 9(4) VALUE 0.
       01  WS-TEXTO-DETALLE        PIC X(70).
       01  WS-CLAVE-CODIGO         PIC X(6).
       01  WS-CLAVE-UBICACION      PIC X(4).

       PROCEDURE DIVISION.
       PROGRAMA-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           DISPLAY "=== INTEGRIDAD REFERENCIAL DE ARCHIVOS ==="
           DISPLAY "Corrida: " WS-FECHA-HOY " "
               WS-HORA-AHORA(1:6)

           MOVE "I" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL

           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "INTEGRIDAD REFERENCIAL - Corrida: "
               WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE

           PERFORM CARGAR-TOPE
           PERFORM CARGAR-PRODUCTOS
           PERFORM CARGAR-PROVEEDORES
           PERFORM CARGAR-DESTINOS
           PERFORM CARGAR-MATRICULA

           PERFORM COTEJAR-PROVPROD
           PERFORM COTEJAR-LOTES
           PERFORM COTEJAR-OC-ABIERTAS
           PERFORM COTEJAR-PEDIDOS
           PERFORM COTEJAR-ASISTENCIA

           MOVE ALL "-" TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "RENGLONES COTEJADOS: " WS-TOTAL-LEIDOS
               "  GRAVES: " WS-TOTAL-GRAVES
               "  LEVES: " WS-TOTAL-LEVES
               "  TOPE: " WS-TOPE-GRAVES
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           IF WS-PARES-NO-COTEJADOS > 0
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "PARES NO COTEJADOS POR TABLA LLENA: "
                   WS-PARES-NO-COTEJADOS
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           END-IF
           IF WS-TOTAL-GRAVES > WS-TOPE-GRAVES
               MOVE "RESULTADO: NO-GO - CORREGIR LOS HUERFANOS GRAVES"
                   TO REGISTRO-REPORTE
               DISPLAY "RESULTADO: NO-GO (" WS-TOTAL-GRAVES
                   " inconsistencia(s) grave(s))"
               *> Fin anormal al diario: el secuenciador lee esta
               *> bandera y detiene la cadena.
               MOVE "A" TO WS-FIN-JORNADA
           ELSE
               MOVE "RESULTADO: GO - ARCHIVOS CONSISTENTES ENTRE SI"
                   TO REGISTRO-REPORTE
               DISPLAY "RESULTADO: GO"
           END-IF
           WRITE REGISTRO-REPORTE
           CLOSE ARCHIVO-REPORTE

           MOVE "F" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL
           DISPLAY "Inconsistencias en INTEGRIDAD.RPT"
           STOP RUN.

       REGISTRAR-JOURNAL.
           *> Leídos = renglones cotejados, escritos = renglones sin
           *> problema, rechazos = graves; cualquier huérfano prende
           *> la discrepancia y el NO-GO termina con fin anormal.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE "VERIFICA-INTEGRIDAD" TO JRN-PROGRAMA
           MOVE WS-FECHA-HOY TO JRN-FECHA
           MOVE WS-HORA-AHORA(1:6) TO JRN-HORA
           MOVE WS-TOTAL-LEIDOS TO JRN-LEIDOS
           COMPUTE JRN-ESCRITOS =
               WS-TOTAL-LEIDOS - WS-TOTAL-GRAVES - WS-TOTAL-LEVES
           MOVE WS-TOTAL-GRAVES TO JRN-RECHAZOS
           IF WS-TOTAL-GRAVES > 0 OR WS-TOTAL-LEVES > 0
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

       CARGAR-TOPE.
           MOVE 0 TO WS-TOPE-GRAVES
           OPEN INPUT ARCHIVO-TOPE
           IF WS-STATUS-TOPE = "00"
               READ ARCHIVO-TOPE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TOP-GRAVES IS NUMERIC
                           MOVE TOP-GRAVES TO WS-TOPE-GRAVES
                       ELSE
                           DISPLAY "AVISO: INTEGRIDAD.PAR no "
                               "numérico, se usa tope cero."
                       END-IF
               END-READ
               CLOSE ARCHIVO-TOPE
           END-IF.

       CARGAR-PRODUCTOS.
           *> Sin PRODUCTOS.DAT el catálogo está vacío y todo lote u
           *> orden abierta queda huérfano, que es lo que hay que ver.
           MOVE 0 TO TOTAL-PRODUCTOS
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-PRODUCTOS
           IF WS-STATUS-PRODUCTOS NOT = "00"
               DISPLAY "AVISO: PRODUCTOS.DAT no se pudo abrir; el "
                   "catálogo se toma vacío."
           ELSE
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-PRODUCTOS NEXT
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF TOTAL-PRODUCTOS >= 2000
                               SET PRODUCTOS-LLENA TO TRUE
                           ELSE
                               ADD 1 TO TOTAL-PRODUCTOS
                               SET IDX-PRODUCTO TO TOTAL-PRODUCTOS
                               MOVE CODIGO-PRODUCTO
                                   TO TPR-CODIGO(IDX-PRODUCTO)
                               MOVE UBICACION-PRODUCTO
                                   TO TPR-UBICACION(IDX-PRODUCTO)
                               MOVE ESTADO-PRODUCTO
                                   TO TPR-ESTADO(IDX-PRODUCTO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PRODUCTOS
           END-IF.

       CARGAR-PROVEEDORES.
           MOVE 0 TO TOTAL-PROVEEDORES
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-PROVEEDORES
           IF WS-STATUS-PROVEEDORES = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-PROVEEDORES
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF TOTAL-PROVEEDORES >= 500
                               SET PROVEEDORES-LLENA TO TRUE
                           ELSE
                               ADD 1 TO TOTAL-PROVEEDORES
                               SET IDX-PROVEEDOR TO TOTAL-PROVEEDORES
                               MOVE PRV-CODIGO
                                   TO TPV-CODIGO(IDX-PROVEEDOR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PROVEEDORES
           END-IF.

       CARGAR-DESTINOS.
           MOVE 0 TO TOTAL-DESTINOS
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-DESTINOS
           IF WS-STATUS-DESTINOS = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-DESTINOS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF TOTAL-DESTINOS >= 500
                               SET DESTINOS-LLENA TO TRUE
                           ELSE
                               ADD 1 TO TOTAL-DESTINOS
                               SET IDX-DESTINO TO TOTAL-DESTINOS
                               MOVE DES-CODIGO
                                   TO TDE-CODIGO(IDX-DESTINO)
                               MOVE DES-ACTIVO
                                   TO TDE-ACTIVO(IDX-DESTINO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-DESTINOS
           END-IF.

       CARGAR-MATRICULA.
           MOVE 0 TO TOTAL-MATRICULA
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-MATRICULA
           IF WS-STATUS-MATRICULA = "00"
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-MATRICULA
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF TOTAL-MATRICULA >= 2000
                               SET MATRICULA-LLENA TO TRUE
                           ELSE
                               ADD 1 TO TOTAL-MATRICULA
                               SET IDX-MATRICULA TO TOTAL-MATRICULA
                               MOVE MAT-ID TO TMA-ID(IDX-MATRICULA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-MATRICULA
           END-IF.

       ABRIR-PAR.
           *> Título del grupo ya armado en REGISTRO-REPORTE.
           MOVE 0 TO WS-PAR-LEIDOS
           MOVE 0 TO WS-PAR-GRAVES
           MOVE 0 TO WS-PAR-LEVES
           MOVE "N" TO EOF-ARCHIVO
           WRITE REGISTRO-REPORTE.

       NO-COTEJAR-PAR.
           *> Texto del motivo ya armado en WS-TEXTO-DETALLE.
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "  NO SE COTEJA: " WS-TEXTO-DETALLE
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE.

       ANOTAR-GRAVE.
           ADD 1 TO WS-PAR-GRAVES
           ADD 1 TO WS-TOTAL-GRAVES
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "  GRAVE " WS-TEXTO-DETALLE
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE.

       ANOTAR-LEVE.
           ADD 1 TO WS-PAR-LEVES
           ADD 1 TO WS-TOTAL-LEVES
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "  LEVE  " WS-TEXTO-DETALLE
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE.

       CERRAR-PAR.
           ADD WS-PAR-LEIDOS TO WS-TOTAL-LEIDOS
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "  RENGLONES: " WS-PAR-LEIDOS
               "  GRAVES: " WS-PAR-GRAVES
               "  LEVES: " WS-PAR-LEVES
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE.

       BUSCAR-PRODUCTO.
           *> Clave buscada en WS-CLAVE-CODIGO / WS-CLAVE-UBICACION.
           MOVE "N" TO WS-RESULTADO-BUSQUEDA
           SET IDX-PRODUCTO TO 1
           SEARCH PRODUCTO-ITEM
               AT END
                   CONTINUE
               WHEN IDX-PRODUCTO > TOTAL-PRODUCTOS
                   CONTINUE
               WHEN TPR-CODIGO(IDX-PRODUCTO) = WS-CLAVE-CODIGO AND
                    TPR-UBICACION(IDX-PRODUCTO) = WS-CLAVE-UBICACION
                   IF TPR-ESTADO(IDX-PRODUCTO) = "B"
                       SET REFERENCIA-DE-BAJA TO TRUE
                   ELSE
                       SET REFERENCIA-ACTIVA TO TRUE
                   END-IF
           END-SEARCH.

       COTEJAR-PROVPROD.
           MOVE "== PROVPROD.DAT -> PROVEEDOR.DAT" TO REGISTRO-REPORTE
           PERFORM ABRIR-PAR
           OPEN INPUT ARCHIVO-PROV-PRODUCTO
           EVALUATE TRUE
               WHEN WS-STATUS-PROV-PROD NOT = "00"
                   MOVE "  SIN PROVPROD.DAT, NADA QUE COTEJAR"
                       TO REGISTRO-REPORTE
                   WRITE REGISTRO-REPORTE
               WHEN PROVEEDORES-LLENA
                   CLOSE ARCHIVO-PROV-PRODUCTO
                   MOVE "PROVEEDOR.DAT EXCEDE 500 PROVEEDORES"
                       TO WS-TEXTO-DETALLE
                   PERFORM NO-COTEJAR-PAR
                   ADD 1 TO WS-PARES-NO-COTEJADOS
               WHEN OTHER
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-PROV-PRODUCTO
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-PAR-LEIDOS
                               PERFORM VALIDAR-PROVPROD
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-PROV-PRODUCTO
           END-EVALUATE
           PERFORM CERRAR-PAR.

       VALIDAR-PROVPROD.
           MOVE "N" TO WS-RESULTADO-BUSQUEDA
           SET IDX-PROVEEDOR TO 1
           SEARCH PROVEEDOR-ITEM
               AT END
                   CONTINUE
               WHEN IDX-PROVEEDOR > TOTAL-PROVEEDORES
                   CONTINUE
               WHEN TPV-CODIGO(IDX-PROVEEDOR) = PP-CODIGO-PROVEEDOR
                   SET REFERENCIA-ACTIVA TO TRUE
           END-SEARCH
           IF REFERENCIA-AUSENTE
               MOVE SPACES TO WS-TEXTO-DETALLE
               STRING "PRODUCTO " PP-CODIGO-PRODUCTO
                   " PROVEEDOR " PP-CODIGO-PROVEEDOR
                   " NO EXISTE EN PROVEEDOR.DAT"
                   DELIMITED BY SIZE INTO WS-TEXTO-DETALLE
               PERFORM ANOTAR-GRAVE
           END-IF.

       COTEJAR-LOTES.
           MOVE "== LOTES.DAT -> PRODUCTOS.DAT" TO REGISTRO-REPORTE
           PERFORM ABRIR-PAR
           OPEN INPUT ARCHIVO-LOTES
           EVALUATE TRUE
               WHEN WS-STATUS-LOTES NOT = "00"
                   MOVE "  SIN LOTES.DAT, NADA QUE COTEJAR"
                       TO REGISTRO-REPORTE
                   WRITE REGISTRO-REPORTE
               WHEN PRODUCTOS-LLENA
                   CLOSE ARCHIVO-LOTES
                   MOVE "PRODUCTOS.DAT EXCEDE 2000 PRODUCTOS"
                       TO WS-TEXTO-DETALLE
                   PERFORM NO-COTEJAR-PAR
                   ADD 1 TO WS-PARES-NO-COTEJADOS
               WHEN OTHER
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-LOTES
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-PAR-LEIDOS
                               PERFORM VALIDAR-LOTE
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-LOTES
           END-EVALUATE
           PERFORM CERRAR-PAR.

       VALIDAR-LOTE.
           MOVE LOTE-CODIGO TO WS-CLAVE-CODIGO
           MOVE LOTE-UBICACION TO WS-CLAVE-UBICACION
           PERFORM BUSCAR-PRODUCTO
           MOVE SPACES TO WS-TEXTO-DETALLE
           EVALUATE TRUE
               WHEN REFERENCIA-AUSENTE
                   STRING "LOTE " LOTE-FECHA " PRODUCTO "
                       LOTE-CODIGO "/" LOTE-UBICACION
                       " NO EXISTE EN PRODUCTOS.DAT"
                       DELIMITED BY SIZE INTO WS-TEXTO-DETALLE
                   PERFORM ANOTAR-GRAVE
               WHEN REFERENCIA-DE-BAJA
                   STRING "LOTE " LOTE-FECHA " PRODUCTO "
                       LOTE-CODIGO "/" LOTE-UBICACION
                       " DADO DE BAJA"
                       DELIMITED BY SIZE INTO WS-TEXTO-DETALLE
                   PERFORM ANOTAR-LEVE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COTEJAR-OC-ABIERTAS.
           MOVE "== OCABIERTA.DAT -> PRODUCTOS.DAT"
               TO REGISTRO-REPORTE
           PERFORM ABRIR-PAR
           OPEN INPUT ARCHIVO-OC-ABIERTAS
           EVALUATE TRUE
               WHEN WS-STATUS-OC-ABIERTAS NOT = "00"
                   MOVE "  SIN OCABIERTA.DAT, NADA QUE COTEJAR"
                       TO REGISTRO-REPORTE
                   WRITE REGISTRO-REPORTE
               WHEN PRODUCTOS-LLENA
                   CLOSE ARCHIVO-OC-ABIERTAS
                   MOVE "PRODUCTOS.DAT EXCEDE 2000 PRODUCTOS"
                       TO WS-TEXTO-DETALLE
                   PERFORM NO-COTEJAR-PAR
                   ADD 1 TO WS-PARES-NO-COTEJADOS
               WHEN OTHER
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-OC-ABIERTAS
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-PAR-LEIDOS
                               PERFORM VALIDAR-OC-ABIERTA
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-OC-ABIERTAS
           END-EVALUATE
           PERFORM CERRAR-PAR.

       VALIDAR-OC-ABIERTA.
           MOVE OCA-CODIGO TO WS-CLAVE-CODIGO
           MOVE OCA-UBICACION TO WS-CLAVE-UBICACION
           PERFORM BUSCAR-PRODUCTO
           MOVE SPACES TO WS-TEXTO-DETALLE
           EVALUATE TRUE
               WHEN REFERENCIA-AUSENTE
                   STRING "OC " OCA-NUMERO " " OCA-CODIGO "/"
                       OCA-UBICACION " NO EXISTE EN PRODUCTOS"
                       DELIMITED BY SIZE INTO WS-TEXTO-DETALLE
                   PERFORM ANOTAR-GRAVE
               WHEN REFERENCIA-DE-BAJA
                   STRING "OC " OCA-NUMERO " " OCA-CODIGO "/"
                       OCA-UBICACION " DADO DE BAJA"
                       DELIMITED BY SIZE INTO WS-TEXTO-DETALLE
                   PERFORM ANOTAR-LEVE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COTEJAR-PEDIDOS.
           MOVE "== PEDIDOS.DAT -> DESTINOS.DAT" TO REGISTRO-REPORTE
           PERFORM ABRIR-PAR
           OPEN INPUT ARCHIVO-PEDIDOS
           EVALUATE TRUE
               WHEN WS-STATUS-PEDIDOS NOT = "00"
                   MOVE "  SIN PEDIDOS.DAT, NADA QUE COTEJAR"
                       TO REGISTRO-REPORTE
                   WRITE REGISTRO-REPORTE
               WHEN DESTINOS-LLENA
                   CLOSE ARCHIVO-PEDIDOS
                   MOVE "DESTINOS.DAT EXCEDE 500 DESTINOS"
                       TO WS-TEXTO-DETALLE
                   PERFORM NO-COTEJAR-PAR
                   ADD 1 TO WS-PARES-NO-COTEJADOS
               WHEN OTHER
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-PEDIDOS
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-PAR-LEIDOS
                               PERFORM VALIDAR-PEDIDO
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-PEDIDOS
           END-EVALUATE
           PERFORM CERRAR-PAR.

       VALIDAR-PEDIDO.
           MOVE "N" TO WS-RESULTADO-BUSQUEDA
           SET IDX-DESTINO TO 1
           SEARCH DESTINO-ITEM
               AT END
                   CONTINUE
               WHEN IDX-DESTINO > TOTAL-DESTINOS
                   CONTINUE
               WHEN TDE-CODIGO(IDX-DESTINO) = PED-DESTINO
                   IF TDE-ACTIVO(IDX-DESTINO) = "I"
                       SET REFERENCIA-DE-BAJA TO TRUE
                   ELSE
                       SET REFERENCIA-ACTIVA TO TRUE
                   END-IF
           END-SEARCH
           MOVE SPACES TO WS-TEXTO-DETALLE
           EVALUATE TRUE
               WHEN REFERENCIA-AUSENTE
                   STRING "PEDIDO " PED-CODIGO "/" PED-UBICACION
                       " DESTINO " PED-DESTINO
                       " NO EXISTE EN DESTINOS"
                       DELIMITED BY SIZE INTO WS-TEXTO-DETALLE
                   PERFORM ANOTAR-GRAVE
               WHEN REFERENCIA-DE-BAJA
                   STRING "PEDIDO " PED-CODIGO "/" PED-UBICACION
                       " DESTINO " PED-DESTINO " INACTIVO"
                       DELIMITED BY SIZE INTO WS-TEXTO-DETALLE
                   PERFORM ANOTAR-LEVE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       COTEJAR-ASISTENCIA.
           MOVE "== ASISTENCIA.DAT -> MATRICULA.DAT"
               TO REGISTRO-REPORTE
           PERFORM ABRIR-PAR
           OPEN INPUT ARCHIVO-ASISTENCIA
           EVALUATE TRUE
               WHEN WS-STATUS-ASISTENCIA NOT = "00"
                   MOVE "  SIN ASISTENCIA.DAT, NADA QUE COTEJAR"
                       TO REGISTRO-REPORTE
                   WRITE REGISTRO-REPORTE
               WHEN WS-STATUS-MATRICULA NOT = "00"
                   *> La calificación corre sin matrícula oficial;
                   *> sin ella no hay contra qué cotejar.
                   CLOSE ARCHIVO-ASISTENCIA
                   MOVE "SIN MATRICULA.DAT (OPCIONAL)"
                       TO WS-TEXTO-DETALLE
                   PERFORM NO-COTEJAR-PAR
               WHEN MATRICULA-LLENA
                   CLOSE ARCHIVO-ASISTENCIA
                   MOVE "MATRICULA.DAT EXCEDE 2000 RENGLONES"
                       TO WS-TEXTO-DETALLE
                   PERFORM NO-COTEJAR-PAR
                   ADD 1 TO WS-PARES-NO-COTEJADOS
               WHEN OTHER
                   PERFORM UNTIL FIN-ARCHIVO
                       READ ARCHIVO-ASISTENCIA
                           AT END
                               SET FIN-ARCHIVO TO TRUE
                           NOT AT END
                               ADD 1 TO WS-PAR-LEIDOS
                               PERFORM VALIDAR-ASISTENCIA
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVO-ASISTENCIA
           END-EVALUATE
           PERFORM CERRAR-PAR.

       VALIDAR-ASISTENCIA.
           *> La asistencia de un alumno fuera de matrícula no se
           *> aplica a ninguna boleta: se reporta, pero es LEVE.
           MOVE "N" TO WS-RESULTADO-BUSQUEDA
           SET IDX-MATRICULA TO 1
           SEARCH MATRICULA-ITEM
               AT END
                   CONTINUE
               WHEN IDX-MATRICULA > TOTAL-MATRICULA
                   CONTINUE
               WHEN TMA-ID(IDX-MATRICULA) = ASI-ID
                   SET REFERENCIA-ACTIVA TO TRUE
           END-SEARCH
           IF REFERENCIA-AUSENTE
               MOVE SPACES TO WS-TEXTO-DETALLE
               STRING "ALUMNO " ASI-ID " NO EXISTE EN MATRICULA.DAT"
                   DELIMITED BY SIZE INTO WS-TEXTO-DETALLE
               PERFORM ANOTAR-LEVE
           END-IF.
