       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALIFICA-PROVEEDORES.
       AUTHOR. TU-NOMBRE.
       DATE-WRITTEN. 15/10/2026.

      *> Calificación mensual de proveedores a partir de la historia
      *> de órdenes de compra: por PRV-CODIGO, porcentaje de líneas
      *> entregadas a tiempo, promedio de días de atraso, tasa de
      *> llenado (recibido contra pedido), entregas con exceso (las
      *> líneas "E") y el plazo pactado PRV-DIAS-ENTREGA contra el
      *> plazo real de la orden al cierre. Se mide sobre las líneas
      *> cerradas en el mes (OCHISTORIA.DAT, que SISTEMA-INVENTARIO
      *> alimenta al retirar de OCABIERTA.DAT lo surtido) y se suman
      *> las líneas todavía abiertas cuya entrega esperada cayó en el
      *> mes, para que el proveedor que no entrega no salga limpio.
      *> Compras renegocia o da de baja con estos números.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Maestro de proveedores (ver SISTEMA-INVENTARIO).
           SELECT ARCHIVO-PROVEEDORES ASSIGN TO "PROVEEDOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PROVEEDORES.

           *> Órdenes abiertas y cerradas, mismo trazado; el nombre
           *> se asigna en forma dinámica, igual que en
           *> CONCILIA-FACTURAS.
           SELECT ARCHIVO-ORDENES ASSIGN TO DYNAMIC WS-NOMBRE-ORDENES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ORDENES.

           *> Periodo a calificar (AAAAMM). Sin el archivo se
           *> califica el mes anterior a la corrida, que es cuando
           *> compras la pide.
           SELECT ARCHIVO-PERIODO ASSIGN TO "CALIFPRV.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PERIODO.

           SELECT ARCHIVO-REPORTE ASSIGN TO "CALIFPRV.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Diario de operaciones común (ver RESUMEN-OPERACIONES).
           SELECT ARCHIVO-JOURNAL ASSIGN TO "OPERACION.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PROVEEDORES.
       01  REGISTRO-PROVEEDOR.
           05  PRV-CODIGO           PIC X(5).
           05  PRV-NOMBRE           PIC X(30).
           05  PRV-DIAS-ENTREGA     PIC 9(3).
           05  PRV-BODEGA           PIC X(4).

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

       FD  ARCHIVO-PERIODO.
       01  REGISTRO-PERIODO.
           05  PAR-PERIODO          PIC 9(6).

       FD  ARCHIVO-REPORTE.
       01  REGISTRO-REPORTE         PIC X(80).

       FD  ARCHIVO-JOURNAL.
       01  REGISTRO-JOURNAL         PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PROVEEDORES   PIC X(2).
       01  WS-STATUS-ORDENES       PIC X(2).
       01  WS-STATUS-PERIODO       PIC X(2).
       01  WS-STATUS-JOURNAL       PIC X(2).
       01  WS-NOMBRE-ORDENES       PIC X(14).
       01  EOF-PROVEEDORES         PIC X(1).
           88  FIN-PROVEEDORES     VALUE "Y".
       01  EOF-ORDENES             PIC X(1).
           88  FIN-ORDENES         VALUE "Y".

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
       01  WS-FECHA-HOY-D REDEFINES WS-FECHA-HOY.
           05  WS-HOY-ANIO         PIC 9(4).
           05  WS-HOY-MES          PIC 9(2).
           05  WS-HOY-DIA          PIC 9(2).
       01  WS-HORA-AHORA           PIC 9(8).
       01  WS-FIN-JORNADA          PIC X(1) VALUE "N".

       *> Periodo calificado.
       01  WS-PERIODO              PIC 9(6).
       01  WS-PERIODO-D REDEFINES WS-PERIODO.
           05  WS-PER-ANIO         PIC 9(4).
           05  WS-PER-MES          PIC 9(2).

       *> Día serial (mismo cálculo que SISTEMA-INVENTARIO, ver
       *> CALCULAR-SERIE-FECHA) para medir plazos y atrasos.
       01  WS-FECHA-SERIE          PIC 9(8).
       01  WS-FECHA-SERIE-D REDEFINES WS-FECHA-SERIE.
           05  WS-FSER-ANIO        PIC 9(4).
           05  WS-FSER-MES         PIC 9(2).
           05  WS-FSER-DIA         PIC 9(2).
       01  WS-SERIE-RESULTADO      PIC 9(7).
       01  WS-SERIE-ORDEN          PIC 9(7).
       01  WS-SERIE-ESPERADA       PIC 9(7).
       01  WS-SERIE-CIERRE         PIC 9(7).
       01  WS-DIAS-ANTES-MES       PIC 9(3).
       01  WS-BISIESTOS-SERIE      PIC 9(4).
       01  WS-RESTO-SERIE          PIC 9(4).

       *> Acumulados por proveedor. Los proveedores que aparecen
       *> en la historia pero ya no están en el maestro también se
       *> califican, marcados como no registrados.
       01  TABLA-CALIFICACION.
           05  TOTAL-CALIFICADOS   PIC 9(3) VALUE 0.
           05  CALIFICA-ITEM       OCCURS 200 TIMES
                                   INDEXED BY IDX-CALIFICA.
               10  CAL-CODIGO      PIC X(5).
               10  CAL-NOMBRE      PIC X(30).
               10  CAL-DIAS-PACTO  PIC 9(3).
               10  CAL-LINEAS      PIC 9(5).
               10  CAL-A-TIEMPO    PIC 9(5).
               10  CAL-TARDE       PIC 9(5).
               10  CAL-DIAS-ATRASO PIC 9(7).
               10  CAL-PEDIDO      PIC 9(9).
               10  CAL-LLENADO     PIC 9(9).
               10  CAL-EXCESOS     PIC 9(5).
               10  CAL-PLAZO-SUMA  PIC 9(7).
               10  CAL-VENCIDAS    PIC 9(5).
       01  SW-CALIFICA-DESBORDE    PIC X(1) VALUE "N".
           88  CALIFICA-DESBORDADA VALUE "Y".
       01  WS-SW-PROV-HALLADO      PIC X(1).
           88  PROVEEDOR-HALLADO   VALUE "Y".
       01  WS-IDX-PROV-ACTUAL      PIC 9(3).

       01  WS-DIAS-ATRASO          PIC S9(5).
       01  WS-PLAZO-REAL           PIC S9(5).
       01  WS-MEDIDAS              PIC 9(5).
       01  LINEAS-LEIDAS           PIC 9(6) VALUE 0.
       01  LINEAS-MEDIDAS          PIC 9(6) VALUE 0.
       01  PROVEEDORES-ESCRITOS    PIC 9(6) VALUE 0.

       *> Indicadores calculados por proveedor.
       01  WS-PCT-A-TIEMPO         PIC 9(3)V9.
       01  WS-PROM-ATRASO          PIC 9(4)V9.
       01  WS-PCT-LLENADO          PIC 9(3)V9.
       01  WS-PROM-PLAZO           PIC 9(4)V9.
       01  WS-DIF-PLAZO            PIC S9(4)V9.

       01  LINEA-CALIFICACION.
           05  LCP-CODIGO          PIC X(5).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCP-NOMBRE          PIC X(18).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCP-LINEAS          PIC ZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCP-VENCIDAS        PIC ZZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCP-PCT-A-TIEMPO    PIC ZZ9.9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCP-PROM-ATRASO     PIC ZZZ9.9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCP-PCT-LLENADO     PIC ZZ9.9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCP-EXCESOS         PIC ZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCP-DIAS-PACTO      PIC ZZ9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCP-PROM-PLAZO      PIC ZZZ9.9.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LCP-DIF-PLAZO       PIC -(3)9.9.

       PROCEDURE DIVISION.
       PROGRAMA-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           DISPLAY "=== CALIFICACION MENSUAL DE PROVEEDORES ==="
           DISPLAY "Corrida: " WS-FECHA-HOY " "
               WS-HORA-AHORA(1:6)

           MOVE "I" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL

           PERFORM DETERMINAR-PERIODO
           PERFORM CARGAR-PROVEEDORES
           MOVE "OCHISTORIA.DAT" TO WS-NOMBRE-ORDENES
           PERFORM MEDIR-ORDENES
           MOVE "OCABIERTA.DAT" TO WS-NOMBRE-ORDENES
           PERFORM MEDIR-ORDENES

           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "CALIFICACION DE PROVEEDORES " WS-PER-ANIO "/"
               WS-PER-MES " - Corrida: " WS-FECHA-HOY " "
               WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "LINEAS = cerradas en el mes; VENC = abiertas con "
               "entrega vencida en el mes"
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "PROV. NOMBRE             LINEAS VENC %TIEM "
               "ATRASO %LLEN EXC PAC  REAL   DIF"
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE

           PERFORM VARYING IDX-CALIFICA FROM 1 BY 1
                   UNTIL IDX-CALIFICA > TOTAL-CALIFICADOS
               IF CAL-LINEAS(IDX-CALIFICA) > 0 OR
                  CAL-VENCIDAS(IDX-CALIFICA) > 0
                   PERFORM ESCRIBIR-CALIFICACION
               END-IF
           END-PERFORM

           MOVE SPACES TO REGISTRO-REPORTE
           STRING "PROVEEDORES CALIFICADOS: " PROVEEDORES-ESCRITOS
               "  LINEAS MEDIDAS: " LINEAS-MEDIDAS
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           CLOSE ARCHIVO-REPORTE

           DISPLAY "Proveedores calificados: " PROVEEDORES-ESCRITOS
           MOVE "F" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL
           DISPLAY "Calificación en CALIFPRV.RPT"
           STOP RUN.

       REGISTRAR-JOURNAL.
           *> Leídos = líneas de orden revisadas, escritos =
           *> proveedores calificados.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE "CALIFICA-PROVEEDOR" TO JRN-PROGRAMA
           MOVE WS-FECHA-HOY TO JRN-FECHA
           MOVE WS-HORA-AHORA(1:6) TO JRN-HORA
           MOVE LINEAS-LEIDAS TO JRN-LEIDOS
           MOVE PROVEEDORES-ESCRITOS TO JRN-ESCRITOS
           MOVE 0 TO JRN-RECHAZOS
           MOVE "N" TO JRN-DISCREPANCIA
           MOVE WS-FIN-JORNADA TO JRN-FIN
           OPEN EXTEND ARCHIVO-JOURNAL
           IF WS-STATUS-JOURNAL NOT = "00"
               OPEN OUTPUT ARCHIVO-JOURNAL
           END-IF
           WRITE REGISTRO-JOURNAL FROM LINEA-JOURNAL
           CLOSE ARCHIVO-JOURNAL.

       DETERMINAR-PERIODO.
           IF WS-HOY-MES = 1
               COMPUTE WS-PER-ANIO = WS-HOY-ANIO - 1
               MOVE 12 TO WS-PER-MES
           ELSE
               MOVE WS-HOY-ANIO TO WS-PER-ANIO
               COMPUTE WS-PER-MES = WS-HOY-MES - 1
           END-IF
           OPEN INPUT ARCHIVO-PERIODO
           IF WS-STATUS-PERIODO = "00"
               READ ARCHIVO-PERIODO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAR-PERIODO IS NUMERIC
                           MOVE PAR-PERIODO TO WS-PERIODO
                       END-IF
               END-READ
               CLOSE ARCHIVO-PERIODO
           END-IF
           DISPLAY "Periodo calificado: " WS-PER-ANIO "/" WS-PER-MES.

       CARGAR-PROVEEDORES.
           MOVE "N" TO EOF-PROVEEDORES
           OPEN INPUT ARCHIVO-PROVEEDORES
           IF WS-STATUS-PROVEEDORES NOT = "00"
               DISPLAY "AVISO: PROVEEDOR.DAT no existe; los "
                   "proveedores salen sin nombre ni plazo pactado."
           ELSE
               PERFORM UNTIL FIN-PROVEEDORES
                   READ ARCHIVO-PROVEEDORES
                       AT END
                           SET FIN-PROVEEDORES TO TRUE
                       NOT AT END
                           MOVE PRV-CODIGO TO OCA-PROVEEDOR
                           PERFORM UBICAR-PROVEEDOR
                           IF PROVEEDOR-HALLADO
                               SET IDX-CALIFICA TO WS-IDX-PROV-ACTUAL
                               MOVE PRV-NOMBRE
                                   TO CAL-NOMBRE(IDX-CALIFICA)
                               IF PRV-DIAS-ENTREGA IS NUMERIC
                                   MOVE PRV-DIAS-ENTREGA
                                       TO CAL-DIAS-PACTO(IDX-CALIFICA)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PROVEEDORES
           END-IF.

       UBICAR-PROVEEDOR.
           *> Busca OCA-PROVEEDOR en la tabla y lo da de alta en
           *> ceros si no estaba.
           MOVE "N" TO WS-SW-PROV-HALLADO
           MOVE 0 TO WS-IDX-PROV-ACTUAL
           PERFORM VARYING IDX-CALIFICA FROM 1 BY 1
                   UNTIL IDX-CALIFICA > TOTAL-CALIFICADOS
                      OR PROVEEDOR-HALLADO
               IF CAL-CODIGO(IDX-CALIFICA) = OCA-PROVEEDOR
                   SET PROVEEDOR-HALLADO TO TRUE
                   SET WS-IDX-PROV-ACTUAL TO IDX-CALIFICA
               END-IF
           END-PERFORM
           IF NOT PROVEEDOR-HALLADO
               IF TOTAL-CALIFICADOS >= 200
                   IF NOT CALIFICA-DESBORDADA
                       SET CALIFICA-DESBORDADA TO TRUE
                       DISPLAY "ADVERTENCIA: mas de 200 proveedores; "
                           "el excedente no se califica."
                   END-IF
               ELSE
                   ADD 1 TO TOTAL-CALIFICADOS
                   SET IDX-CALIFICA TO TOTAL-CALIFICADOS
                   MOVE OCA-PROVEEDOR TO CAL-CODIGO(IDX-CALIFICA)
                   MOVE "(NO REGISTRADO)" TO CAL-NOMBRE(IDX-CALIFICA)
                   MOVE 0 TO CAL-DIAS-PACTO(IDX-CALIFICA)
                   MOVE 0 TO CAL-LINEAS(IDX-CALIFICA)
                   MOVE 0 TO CAL-A-TIEMPO(IDX-CALIFICA)
                   MOVE 0 TO CAL-TARDE(IDX-CALIFICA)
                   MOVE 0 TO CAL-DIAS-ATRASO(IDX-CALIFICA)
                   MOVE 0 TO CAL-PEDIDO(IDX-CALIFICA)
                   MOVE 0 TO CAL-LLENADO(IDX-CALIFICA)
                   MOVE 0 TO CAL-EXCESOS(IDX-CALIFICA)
                   MOVE 0 TO CAL-PLAZO-SUMA(IDX-CALIFICA)
                   MOVE 0 TO CAL-VENCIDAS(IDX-CALIFICA)
                   SET PROVEEDOR-HALLADO TO TRUE
                   MOVE TOTAL-CALIFICADOS TO WS-IDX-PROV-ACTUAL
               END-IF
           END-IF.

       MEDIR-ORDENES.
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
                           ADD 1 TO LINEAS-LEIDAS
                           PERFORM MEDIR-LINEA-ORDEN
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ORDENES
           END-IF.

       MEDIR-LINEA-ORDEN.
           *> Cerrada en el mes: se mide completa. Abierta con la
           *> entrega esperada dentro del mes y ya vencida a la
           *> fecha de corrida: cuenta como tarde. Las líneas
           *> grabadas antes de existir la fecha de cierre no se
           *> pueden ubicar en un mes y se ignoran.
           IF OCA-FECHA-ORDEN IS NOT NUMERIC OR
              OCA-FECHA-ESPERADA IS NOT NUMERIC OR
              OCA-CANT-PEDIDA IS NOT NUMERIC OR
              OCA-CANT-RECIBIDA IS NOT NUMERIC
               CONTINUE
           ELSE
           IF OCA-ESTADO = "A"
               IF OCA-FECHA-ESPERADA(1:6) = WS-PERIODO AND
                  OCA-FECHA-ESPERADA < WS-FECHA-HOY
                   PERFORM UBICAR-PROVEEDOR
                   IF PROVEEDOR-HALLADO
                       SET IDX-CALIFICA TO WS-IDX-PROV-ACTUAL
                       ADD 1 TO CAL-VENCIDAS(IDX-CALIFICA)
                       ADD 1 TO LINEAS-MEDIDAS
                   END-IF
               END-IF
           ELSE
           IF OCA-FECHA-CIERRE IS NUMERIC
               IF OCA-FECHA-CIERRE(1:6) = WS-PERIODO
                   PERFORM UBICAR-PROVEEDOR
                   IF PROVEEDOR-HALLADO
                       SET IDX-CALIFICA TO WS-IDX-PROV-ACTUAL
                       ADD 1 TO LINEAS-MEDIDAS
                       PERFORM ACUMULAR-LINEA-CERRADA
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       ACUMULAR-LINEA-CERRADA.
           ADD 1 TO CAL-LINEAS(IDX-CALIFICA)
           MOVE OCA-FECHA-ORDEN TO WS-FECHA-SERIE
           PERFORM CALCULAR-SERIE-FECHA
           MOVE WS-SERIE-RESULTADO TO WS-SERIE-ORDEN
           MOVE OCA-FECHA-ESPERADA TO WS-FECHA-SERIE
           PERFORM CALCULAR-SERIE-FECHA
           MOVE WS-SERIE-RESULTADO TO WS-SERIE-ESPERADA
           MOVE OCA-FECHA-CIERRE TO WS-FECHA-SERIE
           PERFORM CALCULAR-SERIE-FECHA
           MOVE WS-SERIE-RESULTADO TO WS-SERIE-CIERRE

           COMPUTE WS-DIAS-ATRASO = WS-SERIE-CIERRE - WS-SERIE-ESPERADA
           IF WS-DIAS-ATRASO > 0
               ADD 1 TO CAL-TARDE(IDX-CALIFICA)
               ADD WS-DIAS-ATRASO TO CAL-DIAS-ATRASO(IDX-CALIFICA)
           ELSE
               ADD 1 TO CAL-A-TIEMPO(IDX-CALIFICA)
           END-IF
           COMPUTE WS-PLAZO-REAL = WS-SERIE-CIERRE - WS-SERIE-ORDEN
           IF WS-PLAZO-REAL > 0
               ADD WS-PLAZO-REAL TO CAL-PLAZO-SUMA(IDX-CALIFICA)
           END-IF

           *> Llenado: lo recibido hasta lo pedido; el excedente no
           *> mejora la tasa, se cuenta aparte como exceso.
           ADD OCA-CANT-PEDIDA TO CAL-PEDIDO(IDX-CALIFICA)
           IF OCA-CANT-RECIBIDA > OCA-CANT-PEDIDA
               ADD OCA-CANT-PEDIDA TO CAL-LLENADO(IDX-CALIFICA)
           ELSE
               ADD OCA-CANT-RECIBIDA TO CAL-LLENADO(IDX-CALIFICA)
           END-IF
           IF OCA-ESTADO = "E"
               ADD 1 TO CAL-EXCESOS(IDX-CALIFICA)
           END-IF.

       ESCRIBIR-CALIFICACION.
           MOVE 0 TO WS-PCT-A-TIEMPO
           MOVE 0 TO WS-PROM-ATRASO
           MOVE 0 TO WS-PCT-LLENADO
           MOVE 0 TO WS-PROM-PLAZO
           MOVE 0 TO WS-DIF-PLAZO
           *> A tiempo sobre todo lo medido: las abiertas vencidas
           *> cuentan como entregas tarde.
           COMPUTE WS-MEDIDAS =
               CAL-LINEAS(IDX-CALIFICA) + CAL-VENCIDAS(IDX-CALIFICA)
           IF WS-MEDIDAS > 0
               COMPUTE WS-PCT-A-TIEMPO ROUNDED =
                   (CAL-A-TIEMPO(IDX-CALIFICA) * 100) / WS-MEDIDAS
           END-IF
           IF CAL-TARDE(IDX-CALIFICA) > 0
               COMPUTE WS-PROM-ATRASO ROUNDED =
                   CAL-DIAS-ATRASO(IDX-CALIFICA) /
                   CAL-TARDE(IDX-CALIFICA)
           END-IF
           IF CAL-PEDIDO(IDX-CALIFICA) > 0
               COMPUTE WS-PCT-LLENADO ROUNDED =
                   (CAL-LLENADO(IDX-CALIFICA) * 100) /
                   CAL-PEDIDO(IDX-CALIFICA)
           END-IF
           IF CAL-LINEAS(IDX-CALIFICA) > 0
               COMPUTE WS-PROM-PLAZO ROUNDED =
                   CAL-PLAZO-SUMA(IDX-CALIFICA) /
                   CAL-LINEAS(IDX-CALIFICA)
               COMPUTE WS-DIF-PLAZO =
                   WS-PROM-PLAZO - CAL-DIAS-PACTO(IDX-CALIFICA)
           END-IF

           MOVE CAL-CODIGO(IDX-CALIFICA) TO LCP-CODIGO
           MOVE CAL-NOMBRE(IDX-CALIFICA) TO LCP-NOMBRE
           MOVE CAL-LINEAS(IDX-CALIFICA) TO LCP-LINEAS
           MOVE CAL-VENCIDAS(IDX-CALIFICA) TO LCP-VENCIDAS
           MOVE WS-PCT-A-TIEMPO TO LCP-PCT-A-TIEMPO
           MOVE WS-PROM-ATRASO TO LCP-PROM-ATRASO
           MOVE WS-PCT-LLENADO TO LCP-PCT-LLENADO
           MOVE CAL-EXCESOS(IDX-CALIFICA) TO LCP-EXCESOS
           MOVE CAL-DIAS-PACTO(IDX-CALIFICA) TO LCP-DIAS-PACTO
           MOVE WS-PROM-PLAZO TO LCP-PROM-PLAZO
           MOVE WS-DIF-PLAZO TO LCP-DIF-PLAZO
           WRITE REGISTRO-REPORTE FROM LINEA-CALIFICACION
           ADD 1 TO PROVEEDORES-ESCRITOS.

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
