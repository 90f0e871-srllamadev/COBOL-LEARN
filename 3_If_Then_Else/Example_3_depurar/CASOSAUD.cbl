       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASOS-AUDITORIA.

      *> Expediente de casos de auditoría. Cada empresa que la
      *> corrida oficial de CALCULO-IMPUESTO-RENTA deja en
      *> SELECCION.AUD abre un caso (uno por empresa y ejercicio)
      *> con número, auditor asignado (el de menor carga en
      *> AUDITORES.DAT) y fecha de apertura. Los auditores reportan
      *> el avance en CASOSMOV.DAT: reasignación, salida a campo y
      *> cierre con o sin ajuste. El cierre con ajuste escribe la
      *> declaración corregida en CORRECCION.DAT, para que la pasada
      *> de correcciones la vuelva a liquidar; cuando esa pasada ya
      *> corrió, el impuesto reliquidado se toma de IMPUESTO.HIS y
      *> queda en el caso. CASOS.RPT es el estado mensual: carga por
      *> auditor, antigüedad de lo abierto e impuesto adicional por
      *> regla de selección.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Selección de la última corrida oficial (ver
           *> GENERAR-SELECCION-AUDITORIA en CALCULO-IMPUESTO-RENTA).
           SELECT ARCHIVO-SELECCION ASSIGN TO "SELECCION.AUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SELECCION.

           *> Expediente completo: se carga, se actualiza en memoria
           *> y se reescribe al final de la corrida.
           SELECT ARCHIVO-CASOS ASSIGN TO "CASOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CASOS.

           *> Auditores a quienes se reparten los casos nuevos. Sin el
           *> archivo los casos abren como SIN-ASIG y se asignan a
           *> mano con un movimiento "S".
           SELECT ARCHIVO-AUDITORES ASSIGN TO "AUDITORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-AUDITORES.

           *> Movimientos de los auditores. Se aplican y el archivo se
           *> borra (mismo trato que PADRONMOV.DAT); todo movimiento,
           *> aplicado o rechazado, queda en CASOS.LOG.
           SELECT ARCHIVO-CASOS-MOV ASSIGN TO "CASOSMOV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CASOS-MOV.

           SELECT ARCHIVO-CASOS-LOG ASSIGN TO "CASOS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CASOS-LOG.

           *> Correcciones para la pasada de reproceso: mismo trazado
           *> de detalle que EMPRESAS.DAT. Se anexa, para no pisar
           *> correcciones que ya estén esperando.
           SELECT ARCHIVO-CORRECCIONES ASSIGN TO "CORRECCION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CORRECCIONES.

           *> Impuesto por empresa y ejercicio de la última corrida,
           *> con la fecha de la pasada de correcciones que reliquidó
           *> cada línea (cero si viene de la corrida oficial).
           SELECT ARCHIVO-HISTORICO ASSIGN TO "IMPUESTO.HIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORICO.

           *> Periodo del reporte (AAAAMM). Sin el archivo, el mes de
           *> la corrida.
           SELECT ARCHIVO-PERIODO ASSIGN TO "CASOS.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PERIODO.

           SELECT ARCHIVO-REPORTE ASSIGN TO "CASOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Diario de operaciones común (ver RESUMEN-OPERACIONES).
           SELECT ARCHIVO-JOURNAL ASSIGN TO "OPERACION.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVO-SELECCION.
       01 REGISTRO-SELECCION.
           05 SEL-CODIGO          PIC 9(5).
           05 FILLER              PIC X(1).
           05 SEL-SCORE           PIC 9(1).
           05 FILLER              PIC X(1).
           05 SEL-REGLAS          PIC X(12).
           05 FILLER              PIC X(1).
           05 SEL-EJERCICIO       PIC 9(4).
           05 FILLER              PIC X(1).
           05 SEL-NOMBRE          PIC X(30).
           05 SEL-INGRESOS        PIC 9(12)V99.
           05 SEL-GASTOS          PIC 9(12)V99.
           05 SEL-TIPO            PIC X(1).
           05 SEL-IMPUESTO        PIC 9(12)V99.

       FD ARCHIVO-CASOS.
       01 REGISTRO-CASO.
           05 CAS-NUMERO          PIC 9(6).
           05 CAS-CODIGO          PIC 9(5).
           05 CAS-EJERCICIO       PIC 9(4).
           05 CAS-NOMBRE          PIC X(30).
           05 CAS-TIPO            PIC X(1).
           05 CAS-SCORE           PIC 9(1).
           05 CAS-REGLAS          PIC X(12).
           05 CAS-AUDITOR         PIC X(8).
           05 CAS-FECHA-APERTURA  PIC 9(8).
           05 CAS-ESTADO          PIC X(1).
           05 CAS-FECHA-ESTADO    PIC 9(8).
           05 CAS-RESULTADO       PIC X(1).
           05 CAS-INGRESOS-DECL   PIC 9(12)V99.
           05 CAS-GASTOS-DECL     PIC 9(12)V99.
           05 CAS-IMPUESTO-DECL   PIC 9(12)V99.
           05 CAS-INGRESOS-AJUS   PIC 9(12)V99.
           05 CAS-GASTOS-AJUS     PIC 9(12)V99.
           05 CAS-REPROCESO       PIC X(1).
           05 CAS-IMPUESTO-AJUS   PIC 9(12)V99.
           05 CAS-FECHA-REPROCESO PIC 9(8).

       FD ARCHIVO-AUDITORES.
       01 REGISTRO-AUDITOR.
           05 ADR-CODIGO          PIC X(8).
           05 ADR-NOMBRE          PIC X(30).

       FD ARCHIVO-CASOS-MOV.
       01 REGISTRO-CASO-MOV.
           *> S asignar auditor / T salida a campo / C cierre
           05 CMV-TIPO            PIC X(1).
               88 MOV-CASO-ASIGNAR VALUE "S".
               88 MOV-CASO-CAMPO  VALUE "T".
               88 MOV-CASO-CIERRE VALUE "C".
           05 CMV-NUMERO          PIC 9(6).
           05 CMV-AUDITOR         PIC X(8).
           *> En blanco = fecha de la corrida
           05 CMV-FECHA           PIC 9(8).
           *> Solo en el cierre: S sin ajuste / A con ajuste, y
           *> para el ajuste los ingresos y gastos determinados.
           05 CMV-RESULTADO       PIC X(1).
               88 CIERRE-SIN-AJUSTE VALUE "S".
               88 CIERRE-CON-AJUSTE VALUE "A".
           05 CMV-INGRESOS        PIC 9(12)V99.
           05 CMV-GASTOS          PIC 9(12)V99.

       FD ARCHIVO-CASOS-LOG.
       01 REGISTRO-CASO-LOG.
           05 LOG-FECHA           PIC 9(8).
           05 FILLER              PIC X(1).
           05 LOG-HORA            PIC 9(6).
           05 FILLER              PIC X(1).
           05 LOG-MOVIMIENTO      PIC X(52).
           05 FILLER              PIC X(1).
           05 LOG-RESULTADO       PIC X(20).

       FD ARCHIVO-CORRECCIONES.
       01 REGISTRO-CORRECCION.
           05 COR-TIPO-REG        PIC X(1).
           05 COR-CODIGO          PIC 9(5).
           05 COR-NOMBRE          PIC X(30).
           05 COR-INGRESOS        PIC 9(12)V99.
           05 COR-GASTOS          PIC 9(12)V99.
           05 COR-TIPO            PIC X(1).

       FD ARCHIVO-HISTORICO.
       01 REGISTRO-HISTORICO.
           05 HIS-REG-CODIGO      PIC 9(5).
           05 FILLER              PIC X(1).
           05 HIS-REG-ANIO        PIC 9(4).
           05 FILLER              PIC X(1).
           05 HIS-REG-IMPUESTO    PIC 9(12)V99.
           05 FILLER              PIC X(1).
           05 HIS-REG-FECHA-CORR  PIC 9(8).

       FD ARCHIVO-PERIODO.
       01 REGISTRO-PERIODO.
           05 PER-PERIODO         PIC 9(6).

       FD ARCHIVO-REPORTE.
       01 LINEA-REPORTE           PIC X(80).

       FD ARCHIVO-JOURNAL.
       01 REGISTRO-JOURNAL        PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-STATUS-SELECCION     PIC X(2).
       01 WS-STATUS-CASOS         PIC X(2).
       01 WS-STATUS-AUDITORES     PIC X(2).
       01 WS-STATUS-CASOS-MOV     PIC X(2).
       01 WS-STATUS-CASOS-LOG     PIC X(2).
       01 WS-STATUS-CORRECCIONES  PIC X(2).
       01 WS-STATUS-HISTORICO     PIC X(2).
       01 WS-STATUS-PERIODO       PIC X(2).
       01 WS-STATUS-JOURNAL       PIC X(2).
       01 EOF-SELECCION           PIC X(1) VALUE "N".
           88 FIN-SELECCION       VALUE "Y".
       01 EOF-CASOS               PIC X(1) VALUE "N".
           88 FIN-CASOS           VALUE "Y".
       01 EOF-AUDITORES           PIC X(1) VALUE "N".
           88 FIN-AUDITORES       VALUE "Y".
       01 EOF-CASOS-MOV           PIC X(1) VALUE "N".
           88 FIN-CASOS-MOV       VALUE "Y".
       01 EOF-HISTORICO           PIC X(1) VALUE "N".
           88 FIN-HISTORICO       VALUE "Y".

       *> Registro estándar del diario de operaciones
       01 LINEA-JOURNAL.
           05 JRN-PROGRAMA        PIC X(20).
           05 JRN-TIPO            PIC X(1).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JRN-FECHA           PIC 9(8).
           05 JRN-HORA            PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JRN-LEIDOS          PIC 9(6).
           05 JRN-ESCRITOS        PIC 9(6).
           05 JRN-RECHAZOS        PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 JRN-DISCREPANCIA    PIC X(1).
           05 JRN-FIN             PIC X(1).

       01 WS-FECHA-HOY            PIC 9(8).
       01 WS-FECHA-HOY-D REDEFINES WS-FECHA-HOY.
           05 WS-HOY-PERIODO      PIC 9(6).
           05 FILLER              PIC 9(2).
       01 WS-HORA-AHORA           PIC 9(8).
       01 WS-PERIODO              PIC 9(6).
       01 WS-PERIODO-D REDEFINES WS-PERIODO.
           05 WS-PER-ANIO         PIC 9(4).
           05 WS-PER-MES          PIC 9(2).
       01 WS-FECHA-TRABAJO        PIC 9(8).
       01 WS-FECHA-TRABAJO-D REDEFINES WS-FECHA-TRABAJO.
           05 WS-FT-PERIODO       PIC 9(6).
           05 FILLER              PIC 9(2).

       *> Día serial (mismo cálculo que SISTEMA-INVENTARIO, ver
       *> CALCULAR-SERIE-FECHA) para la antigüedad de los casos.
       01 WS-FECHA-SERIE          PIC 9(8).
       01 WS-FECHA-SERIE-D REDEFINES WS-FECHA-SERIE.
           05 WS-FSER-ANIO        PIC 9(4).
           05 WS-FSER-MES         PIC 9(2).
           05 WS-FSER-DIA         PIC 9(2).
       01 WS-SERIE-RESULTADO      PIC 9(7).
       01 WS-SERIE-HOY            PIC 9(7).
       01 WS-DIAS-ANTES-MES       PIC 9(3).
       01 WS-BISIESTOS-SERIE      PIC 9(4).
       01 WS-RESTO-SERIE          PIC 9(4).
       01 WS-DIAS-CASO            PIC 9(5).

       *> Expediente en memoria (mismo trazado que CASOS.DAT).
       01 TABLA-CASOS.
           05 WS-TOTAL-CASOS      PIC 9(4) VALUE ZERO.
           05 CASO-ITEM OCCURS 5000 TIMES
                                  INDEXED BY IDX-CASO.
               10 CST-NUMERO      PIC 9(6).
               10 CST-CODIGO      PIC 9(5).
               10 CST-EJERCICIO   PIC 9(4).
               10 CST-NOMBRE      PIC X(30).
               10 CST-TIPO        PIC X(1).
               10 CST-SCORE       PIC 9(1).
               10 CST-REGLAS      PIC X(12).
               10 CST-AUDITOR     PIC X(8).
               10 CST-FECHA-APERTURA PIC 9(8).
               10 CST-ESTADO      PIC X(1).
                   88 CASO-ABIERTO    VALUE "A".
                   88 CASO-EN-CAMPO   VALUE "T".
                   88 CASO-CERRADO    VALUE "C".
               10 CST-FECHA-ESTADO PIC 9(8).
               10 CST-RESULTADO   PIC X(1).
                   88 CASO-CON-AJUSTE VALUE "A".
               10 CST-INGRESOS-DECL PIC 9(12)V99.
               10 CST-GASTOS-DECL PIC 9(12)V99.
               10 CST-IMPUESTO-DECL PIC 9(12)V99.
               10 CST-INGRESOS-AJUS PIC 9(12)V99.
               10 CST-GASTOS-AJUS PIC 9(12)V99.
               *> P correccion enviada / R reliquidado / M ajuste
               *> de un ejercicio ya cerrado, fuera del reproceso
               10 CST-REPROCESO   PIC X(1).
                   88 REPROCESO-PENDIENTE VALUE "P".
                   88 REPROCESO-HECHO     VALUE "R".
                   88 REPROCESO-MANUAL    VALUE "M".
               10 CST-IMPUESTO-AJUS PIC 9(12)V99.
               10 CST-FECHA-REPROCESO PIC 9(8).
       01 WS-SW-CASOS-DESBORDE    PIC X(1) VALUE "N".
           88 CASOS-DESBORDADOS   VALUE "Y".
       01 WS-ULTIMO-CASO          PIC 9(6) VALUE ZERO.
       01 WS-IDX-CASO-ENC         PIC 9(4).

       *> Auditores: los de AUDITORES.DAT más, para el reporte,
       *> los que aparecen en casos y ya no están en el archivo.
       01 TABLA-AUDITORES.
           05 WS-TOTAL-AUDITORES  PIC 9(3) VALUE ZERO.
           05 AUDITOR-ITEM OCCURS 100 TIMES
                                  INDEXED BY IDX-AUDITOR.
               10 ADT-CODIGO      PIC X(8).
               10 ADT-NOMBRE      PIC X(30).
               10 ADT-REGISTRADO  PIC X(1).
                   88 AUDITOR-REGISTRADO VALUE "S".
               10 ADT-CARGA       PIC 9(4).
               10 ADT-ABIERTOS    PIC 9(4).
               10 ADT-CAMPO       PIC 9(4).
               10 ADT-EDAD        PIC 9(4) OCCURS 4 TIMES.
               10 ADT-CERRADOS-MES PIC 9(4).
               10 ADT-AJUSTADOS-MES PIC 9(4).
       01 WS-SW-AUDITORES-CARGADOS PIC X(1) VALUE "N".
           88 AUDITORES-CARGADOS  VALUE "Y".
       01 WS-IDX-AUDITOR-ENC      PIC 9(3).
       01 WS-IDX-AUDITOR-MENOR    PIC 9(3).
       01 WS-CODIGO-AUDITOR       PIC X(8).
       01 WS-IDX-EDAD             PIC 9(1).

       *> Impuesto por empresa y ejercicio de IMPUESTO.HIS.
       01 TABLA-HISTORICO.
           05 WS-TOTAL-HISTORICO  PIC 9(4) VALUE ZERO.
           05 HISTORICO-ITEM OCCURS 5000 TIMES
                                  INDEXED BY IDX-HIST.
               10 HIS-CODIGO      PIC 9(5).
               10 HIS-ANIO        PIC 9(4).
               10 HIS-IMPUESTO    PIC 9(12)V99.
               10 HIS-FECHA-CORR  PIC 9(8).

       *> Resultado por regla de selección (R1 a R4, en la misma
       *> posición que ocupan en SEL-REGLAS).
       01 TABLA-REGLAS.
           05 REGLA-ITEM OCCURS 4 TIMES INDEXED BY IDX-REGLA.
               10 RGL-CASOS       PIC 9(5).
               10 RGL-CERRADOS    PIC 9(5).
               10 RGL-AJUSTADOS   PIC 9(5).
               10 RGL-ADICIONAL   PIC S9(13)V99.
               10 RGL-ADICIONAL-MES PIC S9(13)V99.
       01 WS-NUM-REGLA            PIC 9(1).
       01 WS-POS-REGLA            PIC 9(2).
       01 WS-ADICIONAL-CASO       PIC S9(13)V99.

       01 WS-FECHA-MOV-CASO       PIC 9(8).
       01 WS-RESULTADO-CASO       PIC X(20).
       01 WS-SW-CORRECCION-PEND   PIC X(1) VALUE "N".
           88 CORRECCION-EN-ESPERA VALUE "Y".
       01 WS-LINEAS-SELECCION     PIC 9(5) VALUE ZERO.
       01 WS-SELECCION-OMITIDAS   PIC 9(5) VALUE ZERO.
       01 WS-CASOS-ABIERTOS-HOY   PIC 9(5) VALUE ZERO.
       01 WS-MOVIMIENTOS-LEIDOS   PIC 9(5) VALUE ZERO.
       01 WS-MOVIMIENTOS-APLICADOS PIC 9(5) VALUE ZERO.
       01 WS-MOVIMIENTOS-RECHAZADOS PIC 9(5) VALUE ZERO.
       01 WS-CORRECCIONES-ESCRITAS PIC 9(5) VALUE ZERO.
       01 WS-REPROCESOS-RECOGIDOS PIC 9(5) VALUE ZERO.
       01 WS-TOT-PENDIENTES       PIC 9(5) VALUE ZERO.
       01 WS-TOT-MANUALES         PIC 9(5) VALUE ZERO.
       01 WS-TOT-ABIERTOS         PIC 9(5) VALUE ZERO.
       01 WS-TOT-CAMPO            PIC 9(5) VALUE ZERO.
       01 WS-TOT-CERRADOS-MES     PIC 9(5) VALUE ZERO.
       01 WS-TOT-ADICIONAL        PIC S9(13)V99 VALUE ZERO.
       01 WS-TOT-ADICIONAL-MES    PIC S9(13)V99 VALUE ZERO.
       01 WS-MONTO-ED             PIC -(12)9.99.
       01 WS-MONTO-MES-ED         PIC -(12)9.99.

       01 LINEA-CARGA-AUDITOR.
           05 LCA-AUDITOR         PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LCA-NOMBRE          PIC X(15).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LCA-ABIERTOS        PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LCA-CAMPO           PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LCA-EDAD-1          PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LCA-EDAD-2          PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LCA-EDAD-3          PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LCA-EDAD-4          PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LCA-CERRADOS-MES    PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LCA-AJUSTADOS-MES   PIC ZZZZ9.

       01 LINEA-CASO-ABIERTO.
           05 LCO-NUMERO          PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LCO-CODIGO          PIC 9(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LCO-NOMBRE          PIC X(20).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LCO-AUDITOR         PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LCO-ESTADO          PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LCO-APERTURA        PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LCO-DIAS            PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LCO-REGLAS          PIC X(11).

       01 LINEA-REGLA.
           05 LRG-REGLA           PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LRG-CASOS           PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LRG-CERRADOS        PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LRG-AJUSTADOS       PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LRG-ADICIONAL       PIC -(12)9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LRG-ADICIONAL-MES   PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PROGRAMA.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           DISPLAY "=== EXPEDIENTE DE CASOS DE AUDITORIA ==="
           DISPLAY "Corrida: " WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
           MOVE "I" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL

           PERFORM DETERMINAR-PERIODO
           PERFORM CARGAR-AUDITORES
           PERFORM CARGAR-CASOS
           *> El expediente se reescribe completo: si no cupo en la
           *> tabla no se toca nada, para no perder casos.
           IF CASOS-DESBORDADOS
               DISPLAY "ERROR: CASOS.DAT tiene mas de 5000 casos; "
                   "no se abren casos ni se aplican movimientos"
           ELSE
               PERFORM CONTAR-CARGA-AUDITORES
               PERFORM RECOGER-REPROCESOS
               PERFORM ABRIR-CASOS-SELECCION
               PERFORM APLICAR-MOVIMIENTOS-CASOS
               PERFORM GUARDAR-CASOS
               PERFORM GENERAR-REPORTE-CASOS
           END-IF

           MOVE "F" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL
           STOP RUN.

       DETERMINAR-PERIODO.
           MOVE WS-HOY-PERIODO TO WS-PERIODO
           OPEN INPUT ARCHIVO-PERIODO
           IF WS-STATUS-PERIODO = "00"
               READ ARCHIVO-PERIODO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PER-PERIODO IS NUMERIC
                           MOVE PER-PERIODO TO WS-PERIODO
                       ELSE
                           DISPLAY "AVISO: CASOS.PAR invalido, se "
                               "reporta el mes de la corrida"
                       END-IF
               END-READ
               CLOSE ARCHIVO-PERIODO
           END-IF
           IF WS-PER-MES < 1 OR WS-PER-MES > 12
               DISPLAY "AVISO: CASOS.PAR invalido, se reporta el mes "
                   "de la corrida"
               MOVE WS-HOY-PERIODO TO WS-PERIODO
           END-IF
           DISPLAY "Periodo del reporte: " WS-PER-ANIO "/" WS-PER-MES.

       CARGAR-AUDITORES.
           MOVE 0 TO WS-TOTAL-AUDITORES
           OPEN INPUT ARCHIVO-AUDITORES
           IF WS-STATUS-AUDITORES NOT = "00"
               DISPLAY "AVISO: AUDITORES.DAT no encontrado, los casos "
                   "nuevos abren SIN-ASIG"
           ELSE
               SET AUDITORES-CARGADOS TO TRUE
               PERFORM UNTIL FIN-AUDITORES
                   READ ARCHIVO-AUDITORES
                       AT END
                           SET FIN-AUDITORES TO TRUE
                       NOT AT END
                           IF ADR-CODIGO NOT = SPACES
                               MOVE ADR-CODIGO TO WS-CODIGO-AUDITOR
                               PERFORM AGREGAR-AUDITOR
                               IF WS-IDX-AUDITOR-ENC > 0
                                   SET IDX-AUDITOR
                                       TO WS-IDX-AUDITOR-ENC
                                   MOVE ADR-NOMBRE
                                       TO ADT-NOMBRE(IDX-AUDITOR)
                                   MOVE "S"
                                       TO ADT-REGISTRADO(IDX-AUDITOR)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-AUDITORES
               DISPLAY "Auditores: " WS-TOTAL-AUDITORES
           END-IF.

       BUSCAR-AUDITOR.
           MOVE 0 TO WS-IDX-AUDITOR-ENC
           PERFORM VARYING IDX-AUDITOR FROM 1 BY 1
                   UNTIL IDX-AUDITOR > WS-TOTAL-AUDITORES
                      OR WS-IDX-AUDITOR-ENC > 0
               IF ADT-CODIGO(IDX-AUDITOR) = WS-CODIGO-AUDITOR
                   MOVE IDX-AUDITOR TO WS-IDX-AUDITOR-ENC
               END-IF
           END-PERFORM.

       AGREGAR-AUDITOR.
           *> Ubica WS-CODIGO-AUDITOR en la tabla y lo agrega si no
           *> está (como no registrado); sin espacio queda en cero.
           PERFORM BUSCAR-AUDITOR
           IF WS-IDX-AUDITOR-ENC = 0 AND WS-TOTAL-AUDITORES < 100
               ADD 1 TO WS-TOTAL-AUDITORES
               SET IDX-AUDITOR TO WS-TOTAL-AUDITORES
               MOVE WS-CODIGO-AUDITOR TO ADT-CODIGO(IDX-AUDITOR)
               MOVE "(NO REGISTRADO)" TO ADT-NOMBRE(IDX-AUDITOR)
               MOVE "N" TO ADT-REGISTRADO(IDX-AUDITOR)
               MOVE 0 TO ADT-CARGA(IDX-AUDITOR)
               MOVE 0 TO ADT-ABIERTOS(IDX-AUDITOR)
               MOVE 0 TO ADT-CAMPO(IDX-AUDITOR)
               MOVE 0 TO ADT-EDAD(IDX-AUDITOR, 1)
               MOVE 0 TO ADT-EDAD(IDX-AUDITOR, 2)
               MOVE 0 TO ADT-EDAD(IDX-AUDITOR, 3)
               MOVE 0 TO ADT-EDAD(IDX-AUDITOR, 4)
               MOVE 0 TO ADT-CERRADOS-MES(IDX-AUDITOR)
               MOVE 0 TO ADT-AJUSTADOS-MES(IDX-AUDITOR)
               MOVE WS-TOTAL-AUDITORES TO WS-IDX-AUDITOR-ENC
           END-IF.

       CARGAR-CASOS.
           MOVE 0 TO WS-TOTAL-CASOS
           OPEN INPUT ARCHIVO-CASOS
           IF WS-STATUS-CASOS = "00"
               PERFORM UNTIL FIN-CASOS
                   READ ARCHIVO-CASOS
                       AT END
                           SET FIN-CASOS TO TRUE
                       NOT AT END
                           PERFORM ANOTAR-CASO-CARGADO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CASOS
           END-IF
           DISPLAY "Casos en expediente: " WS-TOTAL-CASOS.

       ANOTAR-CASO-CARGADO.
           IF WS-TOTAL-CASOS < 5000
               ADD 1 TO WS-TOTAL-CASOS
               SET IDX-CASO TO WS-TOTAL-CASOS
               MOVE REGISTRO-CASO TO CASO-ITEM(IDX-CASO)
               IF CAS-NUMERO > WS-ULTIMO-CASO
                   MOVE CAS-NUMERO TO WS-ULTIMO-CASO
               END-IF
           ELSE
               SET CASOS-DESBORDADOS TO TRUE
               SET FIN-CASOS TO TRUE
           END-IF.

       CONTAR-CARGA-AUDITORES.
           *> Carga = casos abiertos o en campo de cada auditor
           *> registrado; de ahí sale a quién toca el siguiente caso.
           PERFORM VARYING IDX-CASO FROM 1 BY 1
                   UNTIL IDX-CASO > WS-TOTAL-CASOS
               IF NOT CASO-CERRADO(IDX-CASO)
                   MOVE CST-AUDITOR(IDX-CASO) TO WS-CODIGO-AUDITOR
                   PERFORM BUSCAR-AUDITOR
                   IF WS-IDX-AUDITOR-ENC > 0
                       ADD 1 TO ADT-CARGA(WS-IDX-AUDITOR-ENC)
                   END-IF
               END-IF
           END-PERFORM.

       RECOGER-REPROCESOS.
           *> La pasada de correcciones borra CORRECCION.DAT al
           *> terminar: si ya no está, las correcciones enviadas
           *> fueron procesadas y las que se aplicaron tienen su
           *> impuesto, con fecha de corrección, en IMPUESTO.HIS.
           MOVE "N" TO WS-SW-CORRECCION-PEND
           OPEN INPUT ARCHIVO-CORRECCIONES
           IF WS-STATUS-CORRECCIONES = "00"
               SET CORRECCION-EN-ESPERA TO TRUE
               CLOSE ARCHIVO-CORRECCIONES
           END-IF
           IF NOT CORRECCION-EN-ESPERA
               PERFORM CARGAR-HISTORICO
               PERFORM VARYING IDX-CASO FROM 1 BY 1
                       UNTIL IDX-CASO > WS-TOTAL-CASOS
                   IF REPROCESO-PENDIENTE(IDX-CASO)
                       PERFORM RESOLVER-REPROCESO
                   END-IF
               END-PERFORM
           END-IF
           IF WS-REPROCESOS-RECOGIDOS > 0
               DISPLAY "Casos reliquidados por la pasada de "
                   "correcciones: " WS-REPROCESOS-RECOGIDOS
           END-IF.

       CARGAR-HISTORICO.
           MOVE 0 TO WS-TOTAL-HISTORICO
           OPEN INPUT ARCHIVO-HISTORICO
           IF WS-STATUS-HISTORICO = "00"
               PERFORM UNTIL FIN-HISTORICO
                   READ ARCHIVO-HISTORICO
                       AT END
                           SET FIN-HISTORICO TO TRUE
                       NOT AT END
                           IF WS-TOTAL-HISTORICO < 5000
                               ADD 1 TO WS-TOTAL-HISTORICO
                               SET IDX-HIST TO WS-TOTAL-HISTORICO
                               MOVE HIS-REG-CODIGO
                                   TO HIS-CODIGO(IDX-HIST)
                               MOVE HIS-REG-ANIO TO HIS-ANIO(IDX-HIST)
                               MOVE HIS-REG-IMPUESTO
                                   TO HIS-IMPUESTO(IDX-HIST)
                               IF HIS-REG-FECHA-CORR NUMERIC
                                   MOVE HIS-REG-FECHA-CORR
                                       TO HIS-FECHA-CORR(IDX-HIST)
                               ELSE
                                   MOVE 0 TO HIS-FECHA-CORR(IDX-HIST)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-HISTORICO
           END-IF.

       RESOLVER-REPROCESO.
           *> Solo cuenta la línea del ejercicio que una pasada de
           *> correcciones reliquidó después de enviada la del caso
           *> (CST-FECHA-REPROCESO guarda la fecha de envío mientras
           *> está pendiente). Si la corrección volvió a rechazarse
           *> (ver IMPUESTO.REJ) la línea sigue siendo la original y
           *> el caso sigue pendiente.
           PERFORM VARYING IDX-HIST FROM 1 BY 1
                   UNTIL IDX-HIST > WS-TOTAL-HISTORICO
                      OR REPROCESO-HECHO(IDX-CASO)
               IF HIS-CODIGO(IDX-HIST) = CST-CODIGO(IDX-CASO) AND
                  HIS-ANIO(IDX-HIST) = CST-EJERCICIO(IDX-CASO) AND
                  HIS-FECHA-CORR(IDX-HIST) > 0 AND
                  HIS-FECHA-CORR(IDX-HIST) >=
                      CST-FECHA-REPROCESO(IDX-CASO)
                   MOVE HIS-IMPUESTO(IDX-HIST)
                       TO CST-IMPUESTO-AJUS(IDX-CASO)
                   MOVE WS-FECHA-HOY TO CST-FECHA-REPROCESO(IDX-CASO)
                   MOVE "R" TO CST-REPROCESO(IDX-CASO)
                   ADD 1 TO WS-REPROCESOS-RECOGIDOS
               END-IF
           END-PERFORM.

       ABRIR-CASOS-SELECCION.
           OPEN INPUT ARCHIVO-SELECCION
           IF WS-STATUS-SELECCION NOT = "00"
               DISPLAY "AVISO: SELECCION.AUD no encontrado, no se "
                   "abren casos nuevos"
           ELSE
               PERFORM UNTIL FIN-SELECCION
                   READ ARCHIVO-SELECCION
                       AT END
                           SET FIN-SELECCION TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINEAS-SELECCION
                           PERFORM EVALUAR-LINEA-SELECCION
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-SELECCION
               DISPLAY "Casos abiertos en esta corrida: "
                   WS-CASOS-ABIERTOS-HOY
               IF WS-SELECCION-OMITIDAS > 0
                   DISPLAY "AVISO: " WS-SELECCION-OMITIDAS
                       " linea(s) de SELECCION.AUD sin ejercicio ni "
                       "datos declarados (formato anterior); vuelva "
                       "a correr la corrida oficial"
               END-IF
           END-IF.

       EVALUAR-LINEA-SELECCION.
           *> Un caso por empresa y ejercicio: volver a correr sobre
           *> la misma selección no duplica casos.
           IF SEL-CODIGO NOT NUMERIC OR SEL-EJERCICIO NOT NUMERIC OR
              SEL-INGRESOS NOT NUMERIC OR SEL-GASTOS NOT NUMERIC OR
              SEL-IMPUESTO NOT NUMERIC
               ADD 1 TO WS-SELECCION-OMITIDAS
           ELSE
               MOVE 0 TO WS-IDX-CASO-ENC
               PERFORM VARYING IDX-CASO FROM 1 BY 1
                       UNTIL IDX-CASO > WS-TOTAL-CASOS
                          OR WS-IDX-CASO-ENC > 0
                   IF CST-CODIGO(IDX-CASO) = SEL-CODIGO AND
                      CST-EJERCICIO(IDX-CASO) = SEL-EJERCICIO
                       MOVE IDX-CASO TO WS-IDX-CASO-ENC
                   END-IF
               END-PERFORM
               IF WS-IDX-CASO-ENC = 0
                   PERFORM ABRIR-CASO
               END-IF
           END-IF.

       ABRIR-CASO.
           IF WS-TOTAL-CASOS < 5000
               PERFORM ASIGNAR-AUDITOR-CASO
               ADD 1 TO WS-TOTAL-CASOS
               ADD 1 TO WS-ULTIMO-CASO
               SET IDX-CASO TO WS-TOTAL-CASOS
               MOVE WS-ULTIMO-CASO TO CST-NUMERO(IDX-CASO)
               MOVE SEL-CODIGO TO CST-CODIGO(IDX-CASO)
               MOVE SEL-EJERCICIO TO CST-EJERCICIO(IDX-CASO)
               MOVE SEL-NOMBRE TO CST-NOMBRE(IDX-CASO)
               MOVE SEL-TIPO TO CST-TIPO(IDX-CASO)
               MOVE SEL-SCORE TO CST-SCORE(IDX-CASO)
               MOVE SEL-REGLAS TO CST-REGLAS(IDX-CASO)
               MOVE WS-CODIGO-AUDITOR TO CST-AUDITOR(IDX-CASO)
               MOVE WS-FECHA-HOY TO CST-FECHA-APERTURA(IDX-CASO)
               MOVE "A" TO CST-ESTADO(IDX-CASO)
               MOVE WS-FECHA-HOY TO CST-FECHA-ESTADO(IDX-CASO)
               MOVE SPACE TO CST-RESULTADO(IDX-CASO)
               MOVE SEL-INGRESOS TO CST-INGRESOS-DECL(IDX-CASO)
               MOVE SEL-GASTOS TO CST-GASTOS-DECL(IDX-CASO)
               MOVE SEL-IMPUESTO TO CST-IMPUESTO-DECL(IDX-CASO)
               MOVE 0 TO CST-INGRESOS-AJUS(IDX-CASO)
               MOVE 0 TO CST-GASTOS-AJUS(IDX-CASO)
               MOVE SPACE TO CST-REPROCESO(IDX-CASO)
               MOVE 0 TO CST-IMPUESTO-AJUS(IDX-CASO)
               MOVE 0 TO CST-FECHA-REPROCESO(IDX-CASO)
               ADD 1 TO WS-CASOS-ABIERTOS-HOY
               DISPLAY "  CASO " WS-ULTIMO-CASO " EMPRESA " SEL-CODIGO
                   " (" SEL-REGLAS ") -> " WS-CODIGO-AUDITOR
               MOVE SPACES TO REGISTRO-CASO-LOG
               MOVE SPACES TO LOG-MOVIMIENTO
               STRING "APERTURA " WS-ULTIMO-CASO " " SEL-CODIGO " "
                   SEL-EJERCICIO " " WS-CODIGO-AUDITOR
                   DELIMITED BY SIZE INTO LOG-MOVIMIENTO
               MOVE "ABIERTO" TO WS-RESULTADO-CASO
               PERFORM REGISTRAR-LOG-CASO
           ELSE
               DISPLAY "ADVERTENCIA: expediente lleno, la empresa "
                   SEL-CODIGO " queda sin caso"
           END-IF.

       ASIGNAR-AUDITOR-CASO.
           *> Al auditor registrado con menos casos vivos; en empate,
           *> el primero de AUDITORES.DAT.
           MOVE "SIN-ASIG" TO WS-CODIGO-AUDITOR
           MOVE 0 TO WS-IDX-AUDITOR-MENOR
           PERFORM VARYING IDX-AUDITOR FROM 1 BY 1
                   UNTIL IDX-AUDITOR > WS-TOTAL-AUDITORES
               IF AUDITOR-REGISTRADO(IDX-AUDITOR)
                   IF WS-IDX-AUDITOR-MENOR = 0
                       MOVE IDX-AUDITOR TO WS-IDX-AUDITOR-MENOR
                   ELSE
                   IF ADT-CARGA(IDX-AUDITOR) <
                      ADT-CARGA(WS-IDX-AUDITOR-MENOR)
                       MOVE IDX-AUDITOR TO WS-IDX-AUDITOR-MENOR
                   END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-IDX-AUDITOR-MENOR > 0
               MOVE ADT-CODIGO(WS-IDX-AUDITOR-MENOR)
                   TO WS-CODIGO-AUDITOR
               ADD 1 TO ADT-CARGA(WS-IDX-AUDITOR-MENOR)
           END-IF.

       APLICAR-MOVIMIENTOS-CASOS.
           OPEN INPUT ARCHIVO-CASOS-MOV
           IF WS-STATUS-CASOS-MOV = "00"
               PERFORM UNTIL FIN-CASOS-MOV
                   READ ARCHIVO-CASOS-MOV
                       AT END
                           SET FIN-CASOS-MOV TO TRUE
                       NOT AT END
                           ADD 1 TO WS-MOVIMIENTOS-LEIDOS
                           PERFORM APLICAR-MOVIMIENTO-CASO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CASOS-MOV
               *> Aplicados y rechazados ya están en CASOS.LOG.
               CALL "CBL_DELETE_FILE" USING "CASOSMOV.DAT"
               DISPLAY "Movimientos de casos: " WS-MOVIMIENTOS-LEIDOS
                   " aplicados " WS-MOVIMIENTOS-APLICADOS
                   " rechazados " WS-MOVIMIENTOS-RECHAZADOS
               IF WS-CORRECCIONES-ESCRITAS > 0
                   DISPLAY "Correcciones enviadas a CORRECCION.DAT: "
                       WS-CORRECCIONES-ESCRITAS
               END-IF
           END-IF.

       APLICAR-MOVIMIENTO-CASO.
           MOVE SPACES TO REGISTRO-CASO-LOG
           MOVE REGISTRO-CASO-MOV TO LOG-MOVIMIENTO
           IF CMV-FECHA IS NUMERIC AND CMV-FECHA > 0
               MOVE CMV-FECHA TO WS-FECHA-MOV-CASO
           ELSE
               MOVE WS-FECHA-HOY TO WS-FECHA-MOV-CASO
           END-IF
           PERFORM BUSCAR-CASO
           IF MOV-CASO-ASIGNAR
               MOVE CMV-AUDITOR TO WS-CODIGO-AUDITOR
               PERFORM BUSCAR-AUDITOR
           END-IF

           EVALUATE TRUE
               WHEN NOT MOV-CASO-ASIGNAR AND NOT MOV-CASO-CAMPO AND
                    NOT MOV-CASO-CIERRE
                   MOVE "TIPO INVALIDO" TO WS-RESULTADO-CASO
               WHEN WS-IDX-CASO-ENC = 0
                   MOVE "CASO NO EXISTE" TO WS-RESULTADO-CASO
               WHEN CASO-CERRADO(WS-IDX-CASO-ENC)
                   MOVE "CASO YA CERRADO" TO WS-RESULTADO-CASO
               WHEN MOV-CASO-ASIGNAR AND CMV-AUDITOR = SPACES
                   MOVE "AUDITOR INVALIDO" TO WS-RESULTADO-CASO
               WHEN MOV-CASO-ASIGNAR AND AUDITORES-CARGADOS AND
                    WS-IDX-AUDITOR-ENC = 0
                   MOVE "AUDITOR INVALIDO" TO WS-RESULTADO-CASO
               WHEN MOV-CASO-ASIGNAR AND AUDITORES-CARGADOS AND
                    NOT AUDITOR-REGISTRADO(WS-IDX-AUDITOR-ENC)
                   MOVE "AUDITOR INVALIDO" TO WS-RESULTADO-CASO
               WHEN MOV-CASO-CAMPO AND
                    NOT CASO-ABIERTO(WS-IDX-CASO-ENC)
                   MOVE "YA EN CAMPO" TO WS-RESULTADO-CASO
               WHEN MOV-CASO-CIERRE AND NOT CIERRE-SIN-AJUSTE AND
                    NOT CIERRE-CON-AJUSTE
                   MOVE "RESULTADO INVALIDO" TO WS-RESULTADO-CASO
               WHEN MOV-CASO-CIERRE AND CIERRE-CON-AJUSTE AND
                    (CMV-INGRESOS NOT NUMERIC OR
                     CMV-GASTOS NOT NUMERIC)
                   MOVE "CIFRAS INVALIDAS" TO WS-RESULTADO-CASO
               WHEN MOV-CASO-CIERRE AND CIERRE-CON-AJUSTE AND
                    CMV-INGRESOS = CST-INGRESOS-DECL(WS-IDX-CASO-ENC)
                    AND CMV-GASTOS = CST-GASTOS-DECL(WS-IDX-CASO-ENC)
                   MOVE "AJUSTE SIN CAMBIO" TO WS-RESULTADO-CASO
               WHEN OTHER
                   MOVE SPACES TO WS-RESULTADO-CASO
           END-EVALUATE

           IF WS-RESULTADO-CASO = SPACES
               SET IDX-CASO TO WS-IDX-CASO-ENC
               EVALUATE TRUE
                   WHEN MOV-CASO-ASIGNAR
                       PERFORM ASIGNAR-CASO
                   WHEN MOV-CASO-CAMPO
                       PERFORM CAMPO-CASO
                   WHEN OTHER
                       PERFORM CERRAR-CASO
               END-EVALUATE
               ADD 1 TO WS-MOVIMIENTOS-APLICADOS
           ELSE
               ADD 1 TO WS-MOVIMIENTOS-RECHAZADOS
               DISPLAY "  MOVIMIENTO RECHAZADO: " CMV-TIPO " "
                   CMV-NUMERO " - " WS-RESULTADO-CASO
           END-IF
           PERFORM REGISTRAR-LOG-CASO.

       BUSCAR-CASO.
           MOVE 0 TO WS-IDX-CASO-ENC
           IF CMV-NUMERO IS NUMERIC
               PERFORM VARYING IDX-CASO FROM 1 BY 1
                       UNTIL IDX-CASO > WS-TOTAL-CASOS
                          OR WS-IDX-CASO-ENC > 0
                   IF CST-NUMERO(IDX-CASO) = CMV-NUMERO
                       MOVE IDX-CASO TO WS-IDX-CASO-ENC
                   END-IF
               END-PERFORM
           END-IF.

       ASIGNAR-CASO.
           MOVE CMV-AUDITOR TO CST-AUDITOR(IDX-CASO)
           MOVE "REASIGNADO" TO WS-RESULTADO-CASO.

       CAMPO-CASO.
           MOVE "T" TO CST-ESTADO(IDX-CASO)
           MOVE WS-FECHA-MOV-CASO TO CST-FECHA-ESTADO(IDX-CASO)
           MOVE "EN CAMPO" TO WS-RESULTADO-CASO.

       CERRAR-CASO.
           MOVE "C" TO CST-ESTADO(IDX-CASO)
           MOVE WS-FECHA-MOV-CASO TO CST-FECHA-ESTADO(IDX-CASO)
           MOVE CMV-RESULTADO TO CST-RESULTADO(IDX-CASO)
           IF CIERRE-SIN-AJUSTE
               MOVE "CERRADO SIN AJUSTE" TO WS-RESULTADO-CASO
           ELSE
               MOVE CMV-INGRESOS TO CST-INGRESOS-AJUS(IDX-CASO)
               MOVE CMV-GASTOS TO CST-GASTOS-AJUS(IDX-CASO)
               *> La pasada de correcciones liquida el ejercicio de
               *> la corrida: el ajuste de un ejercicio anterior no
               *> puede reliquidarse por ahí y se anota como manual.
               IF CST-EJERCICIO(IDX-CASO) = WS-FECHA-HOY(1:4)
                   PERFORM ESCRIBIR-CORRECCION-CASO
                   MOVE "P" TO CST-REPROCESO(IDX-CASO)
                   MOVE WS-FECHA-HOY TO CST-FECHA-REPROCESO(IDX-CASO)
                   MOVE "CERRADO, CORRECCION" TO WS-RESULTADO-CASO
               ELSE
                   MOVE "M" TO CST-REPROCESO(IDX-CASO)
                   MOVE "CERRADO, AJUSTE MAN." TO WS-RESULTADO-CASO
               END-IF
           END-IF.

       ESCRIBIR-CORRECCION-CASO.
           OPEN EXTEND ARCHIVO-CORRECCIONES
           IF WS-STATUS-CORRECCIONES NOT = "00"
               OPEN OUTPUT ARCHIVO-CORRECCIONES
           END-IF
           MOVE "D" TO COR-TIPO-REG
           MOVE CST-CODIGO(IDX-CASO) TO COR-CODIGO
           MOVE CST-NOMBRE(IDX-CASO) TO COR-NOMBRE
           MOVE CST-INGRESOS-AJUS(IDX-CASO) TO COR-INGRESOS
           MOVE CST-GASTOS-AJUS(IDX-CASO) TO COR-GASTOS
           MOVE CST-TIPO(IDX-CASO) TO COR-TIPO
           WRITE REGISTRO-CORRECCION
           CLOSE ARCHIVO-CORRECCIONES
           ADD 1 TO WS-CORRECCIONES-ESCRITAS.

       REGISTRAR-LOG-CASO.
           MOVE WS-FECHA-HOY TO LOG-FECHA
           MOVE WS-HORA-AHORA(1:6) TO LOG-HORA
           MOVE WS-RESULTADO-CASO TO LOG-RESULTADO
           OPEN EXTEND ARCHIVO-CASOS-LOG
           IF WS-STATUS-CASOS-LOG NOT = "00"
               OPEN OUTPUT ARCHIVO-CASOS-LOG
           END-IF
           WRITE REGISTRO-CASO-LOG
           CLOSE ARCHIVO-CASOS-LOG.

       GUARDAR-CASOS.
           OPEN OUTPUT ARCHIVO-CASOS
           PERFORM VARYING IDX-CASO FROM 1 BY 1
                   UNTIL IDX-CASO > WS-TOTAL-CASOS
               WRITE REGISTRO-CASO FROM CASO-ITEM(IDX-CASO)
           END-PERFORM
           CLOSE ARCHIVO-CASOS.

       GENERAR-REPORTE-CASOS.
           MOVE WS-FECHA-HOY TO WS-FECHA-SERIE
           PERFORM CALCULAR-SERIE-FECHA
           MOVE WS-SERIE-RESULTADO TO WS-SERIE-HOY
           PERFORM VARYING IDX-AUDITOR FROM 1 BY 1
                   UNTIL IDX-AUDITOR > WS-TOTAL-AUDITORES
               MOVE 0 TO ADT-ABIERTOS(IDX-AUDITOR)
               MOVE 0 TO ADT-CAMPO(IDX-AUDITOR)
               MOVE 0 TO ADT-EDAD(IDX-AUDITOR, 1)
               MOVE 0 TO ADT-EDAD(IDX-AUDITOR, 2)
               MOVE 0 TO ADT-EDAD(IDX-AUDITOR, 3)
               MOVE 0 TO ADT-EDAD(IDX-AUDITOR, 4)
               MOVE 0 TO ADT-CERRADOS-MES(IDX-AUDITOR)
               MOVE 0 TO ADT-AJUSTADOS-MES(IDX-AUDITOR)
           END-PERFORM
           PERFORM VARYING IDX-REGLA FROM 1 BY 1 UNTIL IDX-REGLA > 4
               MOVE 0 TO RGL-CASOS(IDX-REGLA)
               MOVE 0 TO RGL-CERRADOS(IDX-REGLA)
               MOVE 0 TO RGL-AJUSTADOS(IDX-REGLA)
               MOVE 0 TO RGL-ADICIONAL(IDX-REGLA)
               MOVE 0 TO RGL-ADICIONAL-MES(IDX-REGLA)
           END-PERFORM

           OPEN OUTPUT ARCHIVO-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           STRING "ESTADO DE CASOS DE AUDITORIA - PERIODO "
               WS-PER-ANIO "/" WS-PER-MES " - Corrida: "
               WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE ALL "=" TO LINEA-REPORTE
           WRITE LINEA-REPORTE

           *> Casos vivos con su antigüedad; de paso se acumula la
           *> carga por auditor y el resultado por regla.
           MOVE "CASOS ABIERTOS Y EN CAMPO (DIAS DESDE LA APERTURA)"
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           STRING "CASO   EMPR. NOMBRE               AUDITOR  "
               "ESTADO   APERTURA  DIAS REGLAS"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING IDX-CASO FROM 1 BY 1
                   UNTIL IDX-CASO > WS-TOTAL-CASOS
               PERFORM ACUMULAR-CASO-REPORTE
           END-PERFORM
           MOVE SPACES TO LINEA-REPORTE
           STRING "ABIERTOS: " WS-TOT-ABIERTOS
               "  EN CAMPO: " WS-TOT-CAMPO
               "  CERRADOS EN EL MES: " WS-TOT-CERRADOS-MES
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE

           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "CARGA POR AUDITOR (ANTIGUEDAD DE LO ABIERTO EN DIAS)"
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           STRING "AUDITOR  NOMBRE          ABIER CAMPO  0-30 31-60 "
               "61-90   +90 C.MES A.MES"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING IDX-AUDITOR FROM 1 BY 1
                   UNTIL IDX-AUDITOR > WS-TOTAL-AUDITORES
               PERFORM ESCRIBIR-CARGA-AUDITOR
           END-PERFORM

           MOVE SPACES TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE "IMPUESTO ADICIONAL POR REGLA DE SELECCION"
               TO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           STRING "REGLA CASOS CERRA AJUST  ADICIONAL TOTAL  "
               "  ADICIONAL MES"
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           PERFORM VARYING IDX-REGLA FROM 1 BY 1 UNTIL IDX-REGLA > 4
               PERFORM ESCRIBIR-REGLA
           END-PERFORM
           MOVE WS-TOT-ADICIONAL TO WS-MONTO-ED
           MOVE WS-TOT-ADICIONAL-MES TO WS-MONTO-MES-ED
           MOVE SPACES TO LINEA-REPORTE
           STRING "TOTAL (CADA CASO 1 VEZ) " WS-MONTO-ED " "
               WS-MONTO-MES-ED
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           STRING "Un caso con varias reglas suma su adicional en "
               "cada una."
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           MOVE SPACES TO LINEA-REPORTE
           STRING "CORRECCIONES POR RELIQUIDAR: " WS-TOT-PENDIENTES
               "  AJUSTES MANUALES (EJERCICIO CERRADO): "
               WS-TOT-MANUALES
               DELIMITED BY SIZE INTO LINEA-REPORTE
           WRITE LINEA-REPORTE
           CLOSE ARCHIVO-REPORTE
           DISPLAY "Casos abiertos: " WS-TOT-ABIERTOS " en campo: "
               WS-TOT-CAMPO " - ver CASOS.RPT".

       ACUMULAR-CASO-REPORTE.
           MOVE CST-AUDITOR(IDX-CASO) TO WS-CODIGO-AUDITOR
           PERFORM AGREGAR-AUDITOR
           MOVE CST-FECHA-ESTADO(IDX-CASO) TO WS-FECHA-TRABAJO

           IF NOT CASO-CERRADO(IDX-CASO)
               MOVE CST-FECHA-APERTURA(IDX-CASO) TO WS-FECHA-SERIE
               PERFORM CALCULAR-SERIE-FECHA
               IF WS-SERIE-RESULTADO > WS-SERIE-HOY
                   MOVE 0 TO WS-DIAS-CASO
               ELSE
                   COMPUTE WS-DIAS-CASO =
                       WS-SERIE-HOY - WS-SERIE-RESULTADO
               END-IF
               EVALUATE TRUE
                   WHEN WS-DIAS-CASO <= 30
                       MOVE 1 TO WS-IDX-EDAD
                   WHEN WS-DIAS-CASO <= 60
                       MOVE 2 TO WS-IDX-EDAD
                   WHEN WS-DIAS-CASO <= 90
                       MOVE 3 TO WS-IDX-EDAD
                   WHEN OTHER
                       MOVE 4 TO WS-IDX-EDAD
               END-EVALUATE
               MOVE CST-NUMERO(IDX-CASO) TO LCO-NUMERO
               MOVE CST-CODIGO(IDX-CASO) TO LCO-CODIGO
               MOVE CST-NOMBRE(IDX-CASO) TO LCO-NOMBRE
               MOVE CST-AUDITOR(IDX-CASO) TO LCO-AUDITOR
               MOVE CST-FECHA-APERTURA(IDX-CASO) TO LCO-APERTURA
               MOVE WS-DIAS-CASO TO LCO-DIAS
               MOVE CST-REGLAS(IDX-CASO) TO LCO-REGLAS
               IF CASO-ABIERTO(IDX-CASO)
                   MOVE "ABIERTO" TO LCO-ESTADO
                   ADD 1 TO WS-TOT-ABIERTOS
               ELSE
                   MOVE "EN CAMPO" TO LCO-ESTADO
                   ADD 1 TO WS-TOT-CAMPO
               END-IF
               WRITE LINEA-REPORTE FROM LINEA-CASO-ABIERTO
               IF WS-IDX-AUDITOR-ENC > 0
                   SET IDX-AUDITOR TO WS-IDX-AUDITOR-ENC
                   IF CASO-ABIERTO(IDX-CASO)
                       ADD 1 TO ADT-ABIERTOS(IDX-AUDITOR)
                   ELSE
                       ADD 1 TO ADT-CAMPO(IDX-AUDITOR)
                   END-IF
                   ADD 1 TO ADT-EDAD(IDX-AUDITOR, WS-IDX-EDAD)
               END-IF
           ELSE
               IF WS-FT-PERIODO = WS-PERIODO
                   ADD 1 TO WS-TOT-CERRADOS-MES
                   IF WS-IDX-AUDITOR-ENC > 0
                       SET IDX-AUDITOR TO WS-IDX-AUDITOR-ENC
                       ADD 1 TO ADT-CERRADOS-MES(IDX-AUDITOR)
                       IF CASO-CON-AJUSTE(IDX-CASO)
                           ADD 1 TO ADT-AJUSTADOS-MES(IDX-AUDITOR)
                       END-IF
                   END-IF
               END-IF
           END-IF

           *> Adicional = impuesto reliquidado menos el declarado;
           *> solo cuenta cuando la pasada de correcciones ya corrió.
           MOVE 0 TO WS-ADICIONAL-CASO
           IF REPROCESO-PENDIENTE(IDX-CASO)
               ADD 1 TO WS-TOT-PENDIENTES
           END-IF
           IF REPROCESO-MANUAL(IDX-CASO)
               ADD 1 TO WS-TOT-MANUALES
           END-IF
           IF REPROCESO-HECHO(IDX-CASO)
               COMPUTE WS-ADICIONAL-CASO =
                   CST-IMPUESTO-AJUS(IDX-CASO) -
                   CST-IMPUESTO-DECL(IDX-CASO)
               ADD WS-ADICIONAL-CASO TO WS-TOT-ADICIONAL
               MOVE CST-FECHA-REPROCESO(IDX-CASO) TO WS-FECHA-TRABAJO
               IF WS-FT-PERIODO = WS-PERIODO
                   ADD WS-ADICIONAL-CASO TO WS-TOT-ADICIONAL-MES
               END-IF
           END-IF
           PERFORM VARYING WS-NUM-REGLA FROM 1 BY 1
                   UNTIL WS-NUM-REGLA > 4
               COMPUTE WS-POS-REGLA = (WS-NUM-REGLA - 1) * 3 + 1
               IF CST-REGLAS(IDX-CASO)(WS-POS-REGLA:1) = "R"
                   PERFORM ACUMULAR-REGLA-CASO
               END-IF
           END-PERFORM.

       ACUMULAR-REGLA-CASO.
           SET IDX-REGLA TO WS-NUM-REGLA
           ADD 1 TO RGL-CASOS(IDX-REGLA)
           IF CASO-CERRADO(IDX-CASO)
               ADD 1 TO RGL-CERRADOS(IDX-REGLA)
               IF CASO-CON-AJUSTE(IDX-CASO)
                   ADD 1 TO RGL-AJUSTADOS(IDX-REGLA)
               END-IF
           END-IF
           IF REPROCESO-HECHO(IDX-CASO)
               ADD WS-ADICIONAL-CASO TO RGL-ADICIONAL(IDX-REGLA)
               IF WS-FT-PERIODO = WS-PERIODO
                   ADD WS-ADICIONAL-CASO TO RGL-ADICIONAL-MES(IDX-REGLA)
               END-IF
           END-IF.

       ESCRIBIR-CARGA-AUDITOR.
           MOVE ADT-CODIGO(IDX-AUDITOR) TO LCA-AUDITOR
           MOVE ADT-NOMBRE(IDX-AUDITOR) TO LCA-NOMBRE
           MOVE ADT-ABIERTOS(IDX-AUDITOR) TO LCA-ABIERTOS
           MOVE ADT-CAMPO(IDX-AUDITOR) TO LCA-CAMPO
           MOVE ADT-EDAD(IDX-AUDITOR, 1) TO LCA-EDAD-1
           MOVE ADT-EDAD(IDX-AUDITOR, 2) TO LCA-EDAD-2
           MOVE ADT-EDAD(IDX-AUDITOR, 3) TO LCA-EDAD-3
           MOVE ADT-EDAD(IDX-AUDITOR, 4) TO LCA-EDAD-4
           MOVE ADT-CERRADOS-MES(IDX-AUDITOR) TO LCA-CERRADOS-MES
           MOVE ADT-AJUSTADOS-MES(IDX-AUDITOR) TO LCA-AJUSTADOS-MES
           WRITE LINEA-REPORTE FROM LINEA-CARGA-AUDITOR.

       ESCRIBIR-REGLA.
           SET WS-NUM-REGLA TO IDX-REGLA
           MOVE SPACES TO LRG-REGLA
           STRING "R" WS-NUM-REGLA DELIMITED BY SIZE INTO LRG-REGLA
           MOVE RGL-CASOS(IDX-REGLA) TO LRG-CASOS
           MOVE RGL-CERRADOS(IDX-REGLA) TO LRG-CERRADOS
           MOVE RGL-AJUSTADOS(IDX-REGLA) TO LRG-AJUSTADOS
           MOVE RGL-ADICIONAL(IDX-REGLA) TO LRG-ADICIONAL
           MOVE RGL-ADICIONAL-MES(IDX-REGLA) TO LRG-ADICIONAL-MES
           WRITE LINEA-REPORTE FROM LINEA-REGLA.

       REGISTRAR-JOURNAL.
           *> Leídos = líneas de selección más movimientos, escritos
           *> = casos en el expediente, rechazos = movimientos
           *> rechazados.
           ACCEPT WS-HORA-AHORA FROM TIME
           MOVE "CASOS-AUDITORIA" TO JRN-PROGRAMA
           MOVE WS-FECHA-HOY TO JRN-FECHA
           MOVE WS-HORA-AHORA(1:6) TO JRN-HORA
           COMPUTE JRN-LEIDOS =
               WS-LINEAS-SELECCION + WS-MOVIMIENTOS-LEIDOS
           MOVE WS-TOTAL-CASOS TO JRN-ESCRITOS
           MOVE WS-MOVIMIENTOS-RECHAZADOS TO JRN-RECHAZOS
           MOVE "N" TO JRN-DISCREPANCIA
           MOVE "N" TO JRN-FIN
           OPEN EXTEND ARCHIVO-JOURNAL
           IF WS-STATUS-JOURNAL NOT = "00"
               OPEN OUTPUT ARCHIVO-JOURNAL
           END-IF
           WRITE REGISTRO-JOURNAL FROM LINEA-JOURNAL
           CLOSE ARCHIVO-JOURNAL.

       CALCULAR-SERIE-FECHA.
           *> Convierte WS-FECHA-SERIE (AAAAMMDD) a un día serial en
           *> WS-SERIE-RESULTADO: años de 365 días más un día por
           *> cada año bisiesto transcurrido (divisible entre 4). Si
           *> aún no pasa febrero, el bisiesto del año en curso
           *> todavía no cuenta.
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
