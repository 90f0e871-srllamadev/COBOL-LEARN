       IDENTIFICATION DIVISION.
       PROGRAM-ID. TENDENCIA-VENTANA.
       AUTHOR. TU-NOMBRE.
       DATE-WRITTEN. 15/10/2026.

      *> Tendencia de la ventana nocturna. RESUMEN-OPERACIONES solo
      *> mira la noche anterior, así que un trabajo que se va
      *> alargando noche tras noche se nota hasta que ya se pasó de
      *> la ventana. Este programa aparea los registros I/F de cada
      *> trabajo en OPERACION.JRN y en los meses archivados por
      *> ARCHIVADOR-BITACORAS (OPERACION.JRN.AAAAMM), calcula el
      *> tiempo transcurrido y el volumen de cada corrida por noche
      *> (solo las que arrancan dentro del lote nocturno, entre el
      *> "I" y el "F" de SECUENCIADOR-NOCT; las sesiones del día y
      *> las corridas manuales no cuentan)
      *> y compara la última semana contra las cuatro anteriores y
      *> contra la meta de cada trabajo en TENDENCIA.PAR:
      *>   M  corrida por encima de su meta de minutos (tarde)
      *>   C  promedio de la semana ya en el 90% de la meta
      *>   L  promedio de la semana 25% más lento que la base
      *>   V  volumen leído fuera de la mitad / el doble de la base
      *> El reporte semanal queda en TENDENCIA.RPT y las alertas se
      *> AGREGAN a OPERACION.ALT (corre después del resumen, que lo
      *> regenera), con el mismo trazado de línea. Las marcas M y V
      *> de noches anteriores de la semana quedan en el reporte pero
      *> solo alertan las de la noche en curso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> El diario vivo o uno de sus meses archivados; el nombre
           *> se asigna en cada pasada.
           SELECT ARCHIVO-JOURNAL ASSIGN TO DYNAMIC WS-NOMBRE-DIARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JOURNAL.

           *> Meta de minutos por trabajo (nombre con el que firma el
           *> diario); sin el archivo solo se compara contra la base.
           SELECT ARCHIVO-METAS ASSIGN TO "TENDENCIA.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-METAS.

           SELECT ARCHIVO-REPORTE ASSIGN TO "TENDENCIA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Disparador de alertas de la mañana (ver
           *> RESUMEN-OPERACIONES).
           SELECT ARCHIVO-ALERTA-OPER ASSIGN TO "OPERACION.ALT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-ALERTA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-JOURNAL.
       01  REGISTRO-JOURNAL         PIC X(60).

       FD  ARCHIVO-METAS.
       01  REGISTRO-META.
           05  MET-PROGRAMA         PIC X(20).
           05  MET-MINUTOS          PIC 9(4).

       FD  ARCHIVO-REPORTE.
       01  REGISTRO-REPORTE         PIC X(80).

       FD  ARCHIVO-ALERTA-OPER.
       01  REGISTRO-ALERTA-OPER     PIC X(50).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-JOURNAL       PIC X(2).
       01  WS-STATUS-METAS         PIC X(2).
       01  WS-STATUS-ALERTA        PIC X(2).
       01  EOF-ARCHIVO             PIC X(1).
           88  FIN-ARCHIVO         VALUE "Y".
       01  WS-NOMBRE-DIARIO        PIC X(20).

       *> Trazado del registro de control (ver RESUMEN-OPERACIONES)
       01  LINEA-JOURNAL.
           05  JRN-PROGRAMA        PIC X(20).
           05  JRN-TIPO            PIC X(1).
           05  FILLER              PIC X(1).
           05  JRN-FECHA           PIC 9(8).
           05  JRN-HORA            PIC 9(6).
           05  FILLER              PIC X(1).
           05  JRN-LEIDOS          PIC 9(6).
           05  JRN-ESCRITOS        PIC 9(6).
           05  JRN-RECHAZOS        PIC 9(6).
           05  FILLER              PIC X(1).
           05  JRN-DISCREPANCIA    PIC X(1).
           05  JRN-FIN             PIC X(1).
       01  LINEA-JOURNAL-FIN       PIC X(60).
       01  LINEA-JOURNAL-FIN-D REDEFINES LINEA-JOURNAL-FIN.
           05  JRF-PROGRAMA        PIC X(20).
           05  JRF-TIPO            PIC X(1).
           05  FILLER              PIC X(1).
           05  JRF-FECHA           PIC 9(8).
           05  JRF-HORA            PIC 9(6).
           05  FILLER              PIC X(1).
           05  JRF-LEIDOS          PIC 9(6).
           05  JRF-ESCRITOS        PIC 9(6).
           05  JRF-RECHAZOS        PIC 9(6).
           05  FILLER              PIC X(1).
           05  JRF-DISCREPANCIA    PIC X(1).
           05  JRF-FIN             PIC X(1).
       01  WS-SW-FIN-HALLADO       PIC X(1).
           88  FIN-HALLADO         VALUE "Y".

       *> Línea del disparador de alertas (mismo trazado que
       *> RESUMEN-OPERACIONES).
       01  LINEA-ALERTA-OPER.
           05  ALO-PROGRAMA        PIC X(20).
           05  ALO-CONDICION       PIC X(1).
           05  ALO-FECHA-INI       PIC 9(8).
           05  ALO-HORA-INI        PIC 9(6).
           05  ALO-FECHA-FIN       PIC 9(8).
           05  ALO-HORA-FIN        PIC 9(6).
           05  FILLER              PIC X(1) VALUE SPACE.
       01  ALERTAS-EMITIDAS        PIC 9(3) VALUE 0.

       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-HORA-AHORA           PIC 9(8).

       *> Umbrales de la comparación
       01  WS-SEMANA-NOCHES        PIC 9(2) VALUE 7.
       01  WS-BASE-NOCHES          PIC 9(2) VALUE 28.
       01  WS-MIN-CORRIDAS-BASE    PIC 9(2) VALUE 3.
       01  WS-PCT-LENTO            PIC 9(3) VALUE 125.
       01  WS-SEG-LENTO-MINIMO     PIC 9(4) VALUE 60.
       01  WS-PCT-CERCA-META       PIC 9(3) VALUE 90.
       01  WS-PCT-VOLUMEN-ALTO     PIC 9(3) VALUE 200.
       01  WS-PCT-VOLUMEN-BAJO     PIC 9(3) VALUE 50.

       *> Noches como día serial (ver CALCULAR-SERIE-FECHA): una
       *> corrida iniciada antes del mediodía pertenece a la noche
       *> del día anterior, porque la ventana cruza la medianoche.
       01  WS-NOCHE-ACTUAL         PIC 9(7).
       01  WS-SEMANA-DESDE         PIC 9(7).
       01  WS-BASE-DESDE           PIC 9(7).
       01  WS-FECHA-NOCHE-ACTUAL   PIC 9(8).
       01  WS-FECHA-SEMANA-DESDE   PIC 9(8).
       01  WS-FECHA-BASE-DESDE     PIC 9(8).
       01  WS-DIAS-RETROCESO       PIC 9(2).

       *> Fecha que se hace retroceder día por día.
       01  WS-FECHA-CALC           PIC 9(8).
       01  WS-FECHA-CALC-D REDEFINES WS-FECHA-CALC.
           05  WS-FC-ANIO          PIC 9(4).
           05  WS-FC-MES           PIC 9(2).
           05  WS-FC-DIA           PIC 9(2).
       01  WS-DIAS-DEL-MES         PIC 9(2).
       01  WS-COCIENTE-BISIESTO    PIC 9(4).
       01  WS-RESTO-BISIESTO       PIC 9(4).

       01  WS-FECHA-SERIE          PIC 9(8).
       01  WS-FECHA-SERIE-D REDEFINES WS-FECHA-SERIE.
           05  WS-FSER-ANIO        PIC 9(4).
           05  WS-FSER-MES         PIC 9(2).
           05  WS-FSER-DIA         PIC 9(2).
       01  WS-SERIE-RESULTADO      PIC 9(7).
       01  WS-DIAS-ANTES-MES       PIC 9(3).
       01  WS-BISIESTOS-SERIE      PIC 9(4).
       01  WS-RESTO-SERIE          PIC 9(4).

       01  WS-HORA-DESC            PIC 9(6).
       01  WS-HORA-DESC-D REDEFINES WS-HORA-DESC.
           05  WS-HD-HH            PIC 9(2).
           05  WS-HD-MM            PIC 9(2).
           05  WS-HD-SS            PIC 9(2).
       01  WS-INSTANTE-INI         PIC 9(12).
       01  WS-INSTANTE-FIN         PIC 9(12).

       *> Meses archivados a revisar: del mes en que empieza la
       *> base al mes en curso (el archivo lleva el mes de la poda,
       *> nunca anterior a sus registros).
       01  WS-MES-ARCHIVO          PIC 9(6).
       01  WS-MES-ARCHIVO-D REDEFINES WS-MES-ARCHIVO.
           05  WS-MA-ANIO          PIC 9(4).
           05  WS-MA-MES           PIC 9(2).
       01  WS-MES-HASTA            PIC 9(6).
       01  WS-ARCHIVOS-LEIDOS      PIC 9(2) VALUE 0.

       *> Registros del diario dentro de la ventana, ordenados por
       *> fecha y hora para aparear cada inicio con su fin.
       01  TABLA-DIARIO.
           05  TOTAL-DIARIO        PIC 9(4) VALUE 0.
           05  DIARIO-ITEM         OCCURS 3000 TIMES
                                   INDEXED BY IDX-DIARIO.
               10  TDI-ESTAMPA     PIC X(14).
               10  TDI-REGISTRO    PIC X(60).
               10  TDI-APAREADO    PIC X(1).
       01  DIARIO-SWAP             PIC X(75).
       01  WS-IDX-DIARIO-2         PIC 9(4).
       01  WS-SW-DIARIO-LLENO      PIC X(1) VALUE "N".
           88  DIARIO-LLENO        VALUE "Y".
       01  WS-FECHA-MINIMA         PIC 9(8).

       *> Corridas apareadas (o sin fin) de la ventana
       01  TABLA-CORRIDAS.
           05  TOTAL-CORRIDAS      PIC 9(4) VALUE 0.
           05  CORRIDA-ITEM        OCCURS 1500 TIMES
                                   INDEXED BY IDX-CORRIDA.
               10  TCO-PROGRAMA    PIC X(20).
               10  TCO-NOCHE       PIC 9(7).
               10  TCO-FECHA-INI   PIC 9(8).
               10  TCO-HORA-INI    PIC 9(6).
               10  TCO-FECHA-FIN   PIC 9(8).
               10  TCO-HORA-FIN    PIC 9(6).
               10  TCO-SEGUNDOS    PIC 9(6).
               10  TCO-LEIDOS      PIC 9(6).
               10  TCO-ESCRITOS    PIC 9(6).
               10  TCO-CON-FIN     PIC X(1).
       01  WS-NOCHE-CORRIDA        PIC 9(7).

       *> Lote nocturno en curso mientras se recorre el diario: se
       *> abre con el "I" de SECUENCIADOR-NOCT y se cierra con su
       *> "F", que el secuenciador escribe después del último paso
       *> que firma el diario. Un secuenciador caído sin "F" no
       *> arrastra corridas de otra noche (ver WS-NOCHE-LOTE).
       01  WS-SW-EN-LOTE           PIC X(1) VALUE "N".
           88  EN-LOTE-NOCTURNO    VALUE "Y".
       01  WS-NOCHE-LOTE           PIC 9(7) VALUE 0.
       01  WS-CORRIDAS-FUERA-LOTE  PIC 9(4) VALUE 0.

       *> Trabajos vistos (o con meta) y sus acumulados
       01  TABLA-TRABAJOS.
           05  TOTAL-TRABAJOS      PIC 9(3) VALUE 0.
           05  TRABAJO-ITEM        OCCURS 60 TIMES
                                   INDEXED BY IDX-TRABAJO.
               10  TTR-PROGRAMA    PIC X(20).
               10  TTR-META-MINUTOS PIC 9(4).
               10  TTR-SEM-CORRIDAS PIC 9(4).
               10  TTR-SEM-SEGUNDOS PIC 9(9).
               10  TTR-SEM-MAXIMO  PIC 9(6).
               10  TTR-SEM-SIN-FIN PIC 9(4).
               10  TTR-SEM-SOBRE-META PIC 9(4).
               10  TTR-BAS-CORRIDAS PIC 9(4).
               10  TTR-BAS-SEGUNDOS PIC 9(9).
               10  TTR-BAS-LEIDOS  PIC 9(10).
               10  TTR-ULT-CORRIDA PIC 9(4).
       01  WS-SW-TRABAJOS-LLENA    PIC X(1) VALUE "N".
           88  TRABAJOS-LLENA      VALUE "Y".
       01  WS-SW-ENCONTRADO        PIC X(1).
           88  TRABAJO-ENCONTRADO  VALUE "Y".
       01  WS-PROGRAMA-BUSCADO     PIC X(20).

       *> Cálculos por trabajo
       01  WS-PROM-SEMANA          PIC 9(6).
       01  WS-PROM-BASE            PIC 9(6).
       01  WS-PROM-LEIDOS-BASE     PIC 9(6).
       01  WS-META-SEGUNDOS        PIC 9(6).
       01  WS-PCT-CALCULADO        PIC 9(5).
       01  WS-MARCAS               PIC X(20).

       *> Totales del reporte
       01  WS-TOTAL-SOBRE-META     PIC 9(4) VALUE 0.
       01  WS-TOTAL-CERCA-META     PIC 9(4) VALUE 0.
       01  WS-TOTAL-LENTOS         PIC 9(4) VALUE 0.
       01  WS-TOTAL-VOLUMEN        PIC 9(4) VALUE 0.
       01  WS-TOTAL-SIN-FIN        PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAMA-PRINCIPAL.
           *> Como RESUMEN-OPERACIONES, este programa lee el diario
           *> y no escribe en él.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           DISPLAY "=== TENDENCIA DE LA VENTANA NOCTURNA ==="
           DISPLAY "Corrida: " WS-FECHA-HOY " "
               WS-HORA-AHORA(1:6)

           PERFORM CALCULAR-VENTANA
           PERFORM CARGAR-METAS
           PERFORM CARGAR-DIARIOS
           PERFORM ORDENAR-DIARIO
           PERFORM APAREAR-CORRIDAS

           OPEN OUTPUT ARCHIVO-REPORTE
           *> Se agrega detrás de las alertas que dejó el resumen.
           OPEN EXTEND ARCHIVO-ALERTA-OPER
           IF WS-STATUS-ALERTA NOT = "00"
               OPEN OUTPUT ARCHIVO-ALERTA-OPER
           END-IF
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "TENDENCIA DE LA VENTANA NOCTURNA - Corrida: "
               WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "SEMANA: NOCHES " WS-FECHA-SEMANA-DESDE " A "
               WS-FECHA-NOCHE-ACTUAL "  BASE DESDE "
               WS-FECHA-BASE-DESDE
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "DIARIOS LEIDOS: " WS-ARCHIVOS-LEIDOS
               "  REGISTROS EN LA VENTANA: " TOTAL-DIARIO
               "  CORRIDAS: " TOTAL-CORRIDAS
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "CORRIDAS FUERA DEL LOTE NOCTURNO (NO CUENTAN): "
               WS-CORRIDAS-FUERA-LOTE
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           IF DIARIO-LLENO
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "  AVISO: MAS DE 3000 REGISTROS EN LA VENTANA; "
                   "LA TENDENCIA VA INCOMPLETA"
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           END-IF
           IF TRABAJOS-LLENA
               MOVE "  AVISO: MAS DE 60 TRABAJOS, NO TODOS SE ANALIZAN"
                   TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           END-IF

           PERFORM VARYING IDX-TRABAJO FROM 1 BY 1
                   UNTIL IDX-TRABAJO > TOTAL-TRABAJOS
               PERFORM ANALIZAR-TRABAJO
           END-PERFORM

           MOVE ALL "-" TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "TARDE (SOBRE META): " WS-TOTAL-SOBRE-META
               "  CERCA DE META: " WS-TOTAL-CERCA-META
               "  MAS LENTOS: " WS-TOTAL-LENTOS
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "VOLUMEN INUSUAL: " WS-TOTAL-VOLUMEN
               "  SIN REGISTRO DE FIN: " WS-TOTAL-SIN-FIN
               "  ALERTAS: " ALERTAS-EMITIDAS
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           CLOSE ARCHIVO-REPORTE
           CLOSE ARCHIVO-ALERTA-OPER

           DISPLAY "Reporte semanal en TENDENCIA.RPT"
           DISPLAY "Alertas agregadas a OPERACION.ALT: "
               ALERTAS-EMITIDAS
           STOP RUN.

       CALCULAR-VENTANA.
           *> Noche en curso: antes del mediodía es la de ayer.
           MOVE WS-FECHA-HOY TO WS-FECHA-CALC
           IF WS-HORA-AHORA(1:6) < "120000"
               PERFORM RETROCEDER-UN-DIA
           END-IF
           MOVE WS-FECHA-CALC TO WS-FECHA-NOCHE-ACTUAL
           MOVE WS-FECHA-CALC TO WS-FECHA-SERIE
           PERFORM CALCULAR-SERIE-FECHA
           MOVE WS-SERIE-RESULTADO TO WS-NOCHE-ACTUAL
           COMPUTE WS-SEMANA-DESDE =
               WS-NOCHE-ACTUAL - WS-SEMANA-NOCHES + 1
           COMPUTE WS-BASE-DESDE =
               WS-SEMANA-DESDE - WS-BASE-NOCHES

           COMPUTE WS-DIAS-RETROCESO = WS-SEMANA-NOCHES - 1
           PERFORM RETROCEDER-UN-DIA WS-DIAS-RETROCESO TIMES
           MOVE WS-FECHA-CALC TO WS-FECHA-SEMANA-DESDE
           PERFORM RETROCEDER-UN-DIA WS-BASE-NOCHES TIMES
           MOVE WS-FECHA-CALC TO WS-FECHA-BASE-DESDE
           *> La primera noche de la base empieza en su propia
           *> fecha (sus inicios de madrugada caen al día siguiente):
           *> no hace falta leer nada anterior.
           MOVE WS-FECHA-BASE-DESDE TO WS-FECHA-MINIMA

           DISPLAY "Semana: " WS-FECHA-SEMANA-DESDE " a "
               WS-FECHA-NOCHE-ACTUAL " - base desde "
               WS-FECHA-BASE-DESDE.

       RETROCEDER-UN-DIA.
           IF WS-FC-DIA > 1
               SUBTRACT 1 FROM WS-FC-DIA
           ELSE
               IF WS-FC-MES > 1
                   SUBTRACT 1 FROM WS-FC-MES
               ELSE
                   MOVE 12 TO WS-FC-MES
                   SUBTRACT 1 FROM WS-FC-ANIO
               END-IF
               PERFORM CALCULAR-DIAS-DEL-MES
               MOVE WS-DIAS-DEL-MES TO WS-FC-DIA
           END-IF.

       CALCULAR-DIAS-DEL-MES.
           EVALUATE WS-FC-MES
               WHEN 1
               WHEN 3
               WHEN 5
               WHEN 7
               WHEN 8
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-DIAS-DEL-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-DIAS-DEL-MES
               WHEN OTHER
                   *> Bisiesto: divisible entre 4 (ver
                   *> SISTEMA-INVENTARIO).
                   DIVIDE WS-FC-ANIO BY 4
                       GIVING WS-COCIENTE-BISIESTO
                       REMAINDER WS-RESTO-BISIESTO
                   IF WS-RESTO-BISIESTO = 0
                       MOVE 29 TO WS-DIAS-DEL-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-DEL-MES
                   END-IF
           END-EVALUATE.

       CALCULAR-SERIE-FECHA.
           *> Igual que en SISTEMA-INVENTARIO: WS-FECHA-SERIE
           *> (AAAAMMDD) a día serial en WS-SERIE-RESULTADO.
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

       CARGAR-METAS.
           OPEN INPUT ARCHIVO-METAS
           IF WS-STATUS-METAS NOT = "00"
               DISPLAY "AVISO: TENDENCIA.PAR no existe; sin metas "
                   "por trabajo, solo se compara contra la base."
           ELSE
               MOVE "N" TO EOF-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-METAS
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           IF MET-PROGRAMA NOT = SPACES
                               MOVE MET-PROGRAMA
                                   TO WS-PROGRAMA-BUSCADO
                               PERFORM LOCALIZAR-TRABAJO
                               IF TRABAJO-ENCONTRADO
                                   IF MET-MINUTOS IS NUMERIC
                                       MOVE MET-MINUTOS TO
                                       TTR-META-MINUTOS(IDX-TRABAJO)
                                   ELSE
                                       DISPLAY "AVISO: meta no "
                                           "numérica para "
                                           MET-PROGRAMA
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-METAS
           END-IF.

       LOCALIZAR-TRABAJO.
           *> Busca WS-PROGRAMA-BUSCADO y lo agrega si es nuevo.
           MOVE "N" TO WS-SW-ENCONTRADO
           SET IDX-TRABAJO TO 1
           SEARCH TRABAJO-ITEM
               AT END
                   CONTINUE
               WHEN IDX-TRABAJO > TOTAL-TRABAJOS
                   CONTINUE
               WHEN TTR-PROGRAMA(IDX-TRABAJO) = WS-PROGRAMA-BUSCADO
                   SET TRABAJO-ENCONTRADO TO TRUE
           END-SEARCH
           IF NOT TRABAJO-ENCONTRADO
               IF TOTAL-TRABAJOS >= 60
                   SET TRABAJOS-LLENA TO TRUE
               ELSE
                   ADD 1 TO TOTAL-TRABAJOS
                   SET IDX-TRABAJO TO TOTAL-TRABAJOS
                   MOVE WS-PROGRAMA-BUSCADO
                       TO TTR-PROGRAMA(IDX-TRABAJO)
                   MOVE 0 TO TTR-META-MINUTOS(IDX-TRABAJO)
                   MOVE 0 TO TTR-SEM-CORRIDAS(IDX-TRABAJO)
                   MOVE 0 TO TTR-SEM-SEGUNDOS(IDX-TRABAJO)
                   MOVE 0 TO TTR-SEM-MAXIMO(IDX-TRABAJO)
                   MOVE 0 TO TTR-SEM-SIN-FIN(IDX-TRABAJO)
                   MOVE 0 TO TTR-SEM-SOBRE-META(IDX-TRABAJO)
                   MOVE 0 TO TTR-BAS-CORRIDAS(IDX-TRABAJO)
                   MOVE 0 TO TTR-BAS-SEGUNDOS(IDX-TRABAJO)
                   MOVE 0 TO TTR-BAS-LEIDOS(IDX-TRABAJO)
                   MOVE 0 TO TTR-ULT-CORRIDA(IDX-TRABAJO)
                   SET TRABAJO-ENCONTRADO TO TRUE
               END-IF
           END-IF.

       CARGAR-DIARIOS.
           *> Primero los meses archivados, del más viejo al más
           *> nuevo, y al final el diario vivo.
           COMPUTE WS-MES-ARCHIVO = WS-FECHA-MINIMA / 100
           COMPUTE WS-MES-HASTA = WS-FECHA-HOY / 100
           PERFORM UNTIL WS-MES-ARCHIVO > WS-MES-HASTA
               MOVE SPACES TO WS-NOMBRE-DIARIO
               STRING "OPERACION.JRN." WS-MES-ARCHIVO
                   DELIMITED BY SIZE INTO WS-NOMBRE-DIARIO
               PERFORM CARGAR-UN-DIARIO
               IF WS-MA-MES < 12
                   ADD 1 TO WS-MA-MES
               ELSE
                   MOVE 1 TO WS-MA-MES
                   ADD 1 TO WS-MA-ANIO
               END-IF
           END-PERFORM
           MOVE "OPERACION.JRN" TO WS-NOMBRE-DIARIO
           PERFORM CARGAR-UN-DIARIO
           IF WS-ARCHIVOS-LEIDOS = 0
               DISPLAY "AVISO: OPERACION.JRN no existe."
           END-IF.

       CARGAR-UN-DIARIO.
           MOVE "N" TO EOF-ARCHIVO
           OPEN INPUT ARCHIVO-JOURNAL
           IF WS-STATUS-JOURNAL = "00"
               ADD 1 TO WS-ARCHIVOS-LEIDOS
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-JOURNAL
                       AT END
                           SET FIN-ARCHIVO TO TRUE
                       NOT AT END
                           MOVE REGISTRO-JOURNAL TO LINEA-JOURNAL
                           PERFORM GUARDAR-REGISTRO-DIARIO
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-JOURNAL
           END-IF.

       GUARDAR-REGISTRO-DIARIO.
           *> Fuera de la ventana o con estampa ilegible no se usa.
           IF (JRN-TIPO = "I" OR JRN-TIPO = "F") AND
              JRN-FECHA IS NUMERIC AND JRN-HORA IS NUMERIC
               IF JRN-FECHA >= WS-FECHA-MINIMA AND
                  JRN-FECHA <= WS-FECHA-HOY
                   IF TOTAL-DIARIO >= 3000
                       SET DIARIO-LLENO TO TRUE
                   ELSE
                       ADD 1 TO TOTAL-DIARIO
                       SET IDX-DIARIO TO TOTAL-DIARIO
                       MOVE REGISTRO-JOURNAL(23:14)
                           TO TDI-ESTAMPA(IDX-DIARIO)
                       MOVE REGISTRO-JOURNAL
                           TO TDI-REGISTRO(IDX-DIARIO)
                       MOVE "N" TO TDI-APAREADO(IDX-DIARIO)
                   END-IF
               END-IF
           END-IF.

       ORDENAR-DIARIO.
           *> Burbuja por estampa fecha+hora (ver ORDENAR-KARDEX en
           *> SISTEMA-INVENTARIO); un mes recuperado al diario vivo
           *> llega fuera de orden. Solo intercambia con mayor
           *> estricto: en el mismo segundo el I queda antes que su F.
           PERFORM VARYING IDX-DIARIO FROM 1 BY 1
                   UNTIL IDX-DIARIO >= TOTAL-DIARIO
               PERFORM VARYING WS-IDX-DIARIO-2 FROM 1 BY 1
                       UNTIL WS-IDX-DIARIO-2 >= TOTAL-DIARIO
                   IF TDI-ESTAMPA(WS-IDX-DIARIO-2) >
                      TDI-ESTAMPA(WS-IDX-DIARIO-2 + 1)
                       MOVE DIARIO-ITEM(WS-IDX-DIARIO-2)
                           TO DIARIO-SWAP
                       MOVE DIARIO-ITEM(WS-IDX-DIARIO-2 + 1)
                           TO DIARIO-ITEM(WS-IDX-DIARIO-2)
                       MOVE DIARIO-SWAP
                           TO DIARIO-ITEM(WS-IDX-DIARIO-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       APAREAR-CORRIDAS.
           PERFORM VARYING IDX-DIARIO FROM 1 BY 1
                   UNTIL IDX-DIARIO > TOTAL-DIARIO
               MOVE TDI-REGISTRO(IDX-DIARIO) TO LINEA-JOURNAL
               IF JRN-TIPO = "I"
                   PERFORM APAREAR-UN-INICIO
               END-IF
               IF JRN-TIPO = "F" AND
                  JRN-PROGRAMA = "SECUENCIADOR-NOCT"
                   MOVE "N" TO WS-SW-EN-LOTE
               END-IF
           END-PERFORM.

       APAREAR-UN-INICIO.
           *> Mismo apareo que RESUMEN-OPERACIONES: el primer fin
           *> posterior del mismo programa todavía sin aparear.
           MOVE "N" TO WS-SW-FIN-HALLADO
           PERFORM VARYING WS-IDX-DIARIO-2 FROM IDX-DIARIO BY 1
                   UNTIL WS-IDX-DIARIO-2 > TOTAL-DIARIO
                      OR FIN-HALLADO
               MOVE TDI-REGISTRO(WS-IDX-DIARIO-2)
                   TO LINEA-JOURNAL-FIN
               IF JRF-PROGRAMA = JRN-PROGRAMA AND
                  JRF-TIPO = "F" AND
                  TDI-APAREADO(WS-IDX-DIARIO-2) = "N"
                   SET FIN-HALLADO TO TRUE
                   MOVE "S" TO TDI-APAREADO(WS-IDX-DIARIO-2)
               END-IF
           END-PERFORM

           *> Noche de la corrida: la del día anterior si arrancó
           *> antes del mediodía.
           MOVE JRN-FECHA TO WS-FECHA-CALC
           IF JRN-HORA < 120000
               PERFORM RETROCEDER-UN-DIA
           END-IF
           MOVE WS-FECHA-CALC TO WS-FECHA-SERIE
           PERFORM CALCULAR-SERIE-FECHA
           MOVE WS-SERIE-RESULTADO TO WS-NOCHE-CORRIDA
           IF JRN-PROGRAMA = "SECUENCIADOR-NOCT"
               SET EN-LOTE-NOCTURNO TO TRUE
               MOVE WS-NOCHE-CORRIDA TO WS-NOCHE-LOTE
           END-IF
           *> El apareo de arriba se hace siempre, para que el fin de
           *> una corrida de día no quede libre para otra; solo se
           *> registran las que arrancan dentro del lote.
           IF WS-NOCHE-CORRIDA >= WS-BASE-DESDE AND
              WS-NOCHE-CORRIDA <= WS-NOCHE-ACTUAL
               IF EN-LOTE-NOCTURNO AND
                  WS-NOCHE-CORRIDA = WS-NOCHE-LOTE
                   MOVE JRN-PROGRAMA TO WS-PROGRAMA-BUSCADO
                   PERFORM LOCALIZAR-TRABAJO
                   IF TRABAJO-ENCONTRADO AND TOTAL-CORRIDAS < 1500
                       PERFORM REGISTRAR-CORRIDA
                   END-IF
               ELSE
                   ADD 1 TO WS-CORRIDAS-FUERA-LOTE
               END-IF
           END-IF.

       REGISTRAR-CORRIDA.
           ADD 1 TO TOTAL-CORRIDAS
           SET IDX-CORRIDA TO TOTAL-CORRIDAS
           MOVE JRN-PROGRAMA TO TCO-PROGRAMA(IDX-CORRIDA)
           MOVE WS-NOCHE-CORRIDA TO TCO-NOCHE(IDX-CORRIDA)
           MOVE JRN-FECHA TO TCO-FECHA-INI(IDX-CORRIDA)
           MOVE JRN-HORA TO TCO-HORA-INI(IDX-CORRIDA)
           IF NOT FIN-HALLADO
               MOVE "N" TO TCO-CON-FIN(IDX-CORRIDA)
               MOVE 0 TO TCO-FECHA-FIN(IDX-CORRIDA)
               MOVE 0 TO TCO-HORA-FIN(IDX-CORRIDA)
               MOVE 0 TO TCO-SEGUNDOS(IDX-CORRIDA)
               MOVE 0 TO TCO-LEIDOS(IDX-CORRIDA)
               MOVE 0 TO TCO-ESCRITOS(IDX-CORRIDA)
           ELSE
               MOVE "S" TO TCO-CON-FIN(IDX-CORRIDA)
               MOVE JRF-FECHA TO TCO-FECHA-FIN(IDX-CORRIDA)
               MOVE JRF-HORA TO TCO-HORA-FIN(IDX-CORRIDA)
               MOVE JRF-LEIDOS TO TCO-LEIDOS(IDX-CORRIDA)
               MOVE JRF-ESCRITOS TO TCO-ESCRITOS(IDX-CORRIDA)
               *> Transcurrido en segundos entre las dos estampas.
               MOVE JRN-FECHA TO WS-FECHA-SERIE
               PERFORM CALCULAR-SERIE-FECHA
               MOVE JRN-HORA TO WS-HORA-DESC
               COMPUTE WS-INSTANTE-INI =
                   (WS-SERIE-RESULTADO * 86400) +
                   (WS-HD-HH * 3600) + (WS-HD-MM * 60) + WS-HD-SS
               MOVE JRF-FECHA TO WS-FECHA-SERIE
               PERFORM CALCULAR-SERIE-FECHA
               MOVE JRF-HORA TO WS-HORA-DESC
               COMPUTE WS-INSTANTE-FIN =
                   (WS-SERIE-RESULTADO * 86400) +
                   (WS-HD-HH * 3600) + (WS-HD-MM * 60) + WS-HD-SS
               IF WS-INSTANTE-FIN > WS-INSTANTE-INI
                   COMPUTE TCO-SEGUNDOS(IDX-CORRIDA) =
                       WS-INSTANTE-FIN - WS-INSTANTE-INI
               ELSE
                   MOVE 0 TO TCO-SEGUNDOS(IDX-CORRIDA)
               END-IF
           END-IF

           *> Acumulados de la semana o de la base.
           IF WS-NOCHE-CORRIDA >= WS-SEMANA-DESDE
               IF FIN-HALLADO
                   ADD 1 TO TTR-SEM-CORRIDAS(IDX-TRABAJO)
                   ADD TCO-SEGUNDOS(IDX-CORRIDA)
                       TO TTR-SEM-SEGUNDOS(IDX-TRABAJO)
                   IF TCO-SEGUNDOS(IDX-CORRIDA) >
                      TTR-SEM-MAXIMO(IDX-TRABAJO)
                       MOVE TCO-SEGUNDOS(IDX-CORRIDA)
                           TO TTR-SEM-MAXIMO(IDX-TRABAJO)
                   END-IF
                   MOVE TOTAL-CORRIDAS TO TTR-ULT-CORRIDA(IDX-TRABAJO)
               ELSE
                   ADD 1 TO TTR-SEM-SIN-FIN(IDX-TRABAJO)
               END-IF
           ELSE
               IF FIN-HALLADO
                   ADD 1 TO TTR-BAS-CORRIDAS(IDX-TRABAJO)
                   ADD TCO-SEGUNDOS(IDX-CORRIDA)
                       TO TTR-BAS-SEGUNDOS(IDX-TRABAJO)
                   ADD TCO-LEIDOS(IDX-CORRIDA)
                       TO TTR-BAS-LEIDOS(IDX-TRABAJO)
               END-IF
           END-IF.

       ANALIZAR-TRABAJO.
           MOVE 0 TO WS-PROM-SEMANA
           MOVE 0 TO WS-PROM-BASE
           MOVE 0 TO WS-PROM-LEIDOS-BASE
           COMPUTE WS-META-SEGUNDOS = TTR-META-MINUTOS(IDX-TRABAJO) * 60
           IF TTR-SEM-CORRIDAS(IDX-TRABAJO) > 0
               DIVIDE TTR-SEM-SEGUNDOS(IDX-TRABAJO)
                   BY TTR-SEM-CORRIDAS(IDX-TRABAJO)
                   GIVING WS-PROM-SEMANA ROUNDED
           END-IF
           IF TTR-BAS-CORRIDAS(IDX-TRABAJO) > 0
               DIVIDE TTR-BAS-SEGUNDOS(IDX-TRABAJO)
                   BY TTR-BAS-CORRIDAS(IDX-TRABAJO)
                   GIVING WS-PROM-BASE ROUNDED
               DIVIDE TTR-BAS-LEIDOS(IDX-TRABAJO)
                   BY TTR-BAS-CORRIDAS(IDX-TRABAJO)
                   GIVING WS-PROM-LEIDOS-BASE ROUNDED
           END-IF

           MOVE SPACES TO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           IF TTR-META-MINUTOS(IDX-TRABAJO) > 0
               STRING "== " TTR-PROGRAMA(IDX-TRABAJO)
                   " META: " TTR-META-MINUTOS(IDX-TRABAJO) " MIN"
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
           ELSE
               STRING "== " TTR-PROGRAMA(IDX-TRABAJO) " SIN META"
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
           END-IF
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "  INICIO          FIN             SEGUNDOS "
               "  LEIDOS ESCRITOS   MARCAS"
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE

           PERFORM VARYING IDX-CORRIDA FROM 1 BY 1
                   UNTIL IDX-CORRIDA > TOTAL-CORRIDAS
               IF TCO-PROGRAMA(IDX-CORRIDA) = TTR-PROGRAMA(IDX-TRABAJO)
                  AND TCO-NOCHE(IDX-CORRIDA) >= WS-SEMANA-DESDE
                   PERFORM LISTAR-CORRIDA-SEMANA
               END-IF
           END-PERFORM
           IF TTR-SEM-CORRIDAS(IDX-TRABAJO) = 0 AND
              TTR-SEM-SIN-FIN(IDX-TRABAJO) = 0
               MOVE "  SIN CORRIDAS EN LA SEMANA" TO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           END-IF

           MOVE SPACES TO REGISTRO-REPORTE
           STRING "  SEMANA: CORRIDAS " TTR-SEM-CORRIDAS(IDX-TRABAJO)
               " PROM SEG " WS-PROM-SEMANA
               " MAX SEG " TTR-SEM-MAXIMO(IDX-TRABAJO)
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE
           MOVE SPACES TO REGISTRO-REPORTE
           STRING "  BASE:   CORRIDAS " TTR-BAS-CORRIDAS(IDX-TRABAJO)
               " PROM SEG " WS-PROM-BASE
               " PROM LEIDOS " WS-PROM-LEIDOS-BASE
               DELIMITED BY SIZE INTO REGISTRO-REPORTE
           WRITE REGISTRO-REPORTE

           *> Tendencia de la semana completa: más lento que la base
           *> o ya rozando la meta sin haberla pasado.
           IF TTR-SEM-CORRIDAS(IDX-TRABAJO) > 0 AND
              TTR-BAS-CORRIDAS(IDX-TRABAJO) >= WS-MIN-CORRIDAS-BASE
              AND WS-PROM-SEMANA * 100 > WS-PROM-BASE * WS-PCT-LENTO
              AND WS-PROM-SEMANA - WS-PROM-BASE >= WS-SEG-LENTO-MINIMO
               COMPUTE WS-PCT-CALCULADO ROUNDED =
                   WS-PROM-SEMANA * 100 / WS-PROM-BASE
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "  *** MAS LENTO: LA SEMANA PROMEDIA "
                   WS-PCT-CALCULADO "% DE LA BASE ***"
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               ADD 1 TO WS-TOTAL-LENTOS
               SET IDX-CORRIDA TO TTR-ULT-CORRIDA(IDX-TRABAJO)
               MOVE "L" TO ALO-CONDICION
               PERFORM EMITIR-ALERTA-TENDENCIA
           END-IF
           IF WS-META-SEGUNDOS > 0 AND
              TTR-SEM-CORRIDAS(IDX-TRABAJO) > 0 AND
              TTR-SEM-SOBRE-META(IDX-TRABAJO) = 0 AND
              WS-PROM-SEMANA * 100 >=
                  WS-META-SEGUNDOS * WS-PCT-CERCA-META
               COMPUTE WS-PCT-CALCULADO ROUNDED =
                   WS-PROM-SEMANA * 100 / WS-META-SEGUNDOS
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "  *** CERCA DE META: LA SEMANA PROMEDIA "
                   WS-PCT-CALCULADO "% DE LA META ***"
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
               ADD 1 TO WS-TOTAL-CERCA-META
               SET IDX-CORRIDA TO TTR-ULT-CORRIDA(IDX-TRABAJO)
               MOVE "C" TO ALO-CONDICION
               PERFORM EMITIR-ALERTA-TENDENCIA
           END-IF.

       LISTAR-CORRIDA-SEMANA.
           *> Marcas por corrida: TARDE sobre la meta, VOL+ / VOL-
           *> fuera del rango de volumen de la base. Se marcan todas
           *> las de la semana, pero solo alertan las de la noche en
           *> curso: las de noches anteriores ya alertaron en su día.
           MOVE SPACES TO WS-MARCAS
           IF TCO-CON-FIN(IDX-CORRIDA) = "N"
               ADD 1 TO WS-TOTAL-SIN-FIN
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "  " TCO-FECHA-INI(IDX-CORRIDA) " "
                   TCO-HORA-INI(IDX-CORRIDA)
                   "  *** SIN REGISTRO DE FIN ***"
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           ELSE
               IF WS-META-SEGUNDOS > 0 AND
                  TCO-SEGUNDOS(IDX-CORRIDA) > WS-META-SEGUNDOS
                   MOVE "TARDE" TO WS-MARCAS(1:6)
                   ADD 1 TO TTR-SEM-SOBRE-META(IDX-TRABAJO)
                   ADD 1 TO WS-TOTAL-SOBRE-META
                   IF TCO-NOCHE(IDX-CORRIDA) = WS-NOCHE-ACTUAL
                       MOVE "M" TO ALO-CONDICION
                       PERFORM EMITIR-ALERTA-TENDENCIA
                   END-IF
               END-IF
               IF TTR-BAS-CORRIDAS(IDX-TRABAJO) >=
                  WS-MIN-CORRIDAS-BASE AND WS-PROM-LEIDOS-BASE > 0
                   IF TCO-LEIDOS(IDX-CORRIDA) * 100 >
                      WS-PROM-LEIDOS-BASE * WS-PCT-VOLUMEN-ALTO
                       MOVE "VOL+" TO WS-MARCAS(7:5)
                   END-IF
                   IF TCO-LEIDOS(IDX-CORRIDA) * 100 <
                      WS-PROM-LEIDOS-BASE * WS-PCT-VOLUMEN-BAJO
                       MOVE "VOL-" TO WS-MARCAS(7:5)
                   END-IF
                   IF WS-MARCAS(7:5) NOT = SPACES
                       ADD 1 TO WS-TOTAL-VOLUMEN
                       IF TCO-NOCHE(IDX-CORRIDA) = WS-NOCHE-ACTUAL
                           MOVE "V" TO ALO-CONDICION
                           PERFORM EMITIR-ALERTA-TENDENCIA
                       END-IF
                   END-IF
               END-IF
               MOVE SPACES TO REGISTRO-REPORTE
               STRING "  " TCO-FECHA-INI(IDX-CORRIDA) " "
                   TCO-HORA-INI(IDX-CORRIDA) " "
                   TCO-FECHA-FIN(IDX-CORRIDA) " "
                   TCO-HORA-FIN(IDX-CORRIDA) " "
                   TCO-SEGUNDOS(IDX-CORRIDA) "   "
                   TCO-LEIDOS(IDX-CORRIDA) " "
                   TCO-ESCRITOS(IDX-CORRIDA) "   "
                   WS-MARCAS
                   DELIMITED BY SIZE INTO REGISTRO-REPORTE
               WRITE REGISTRO-REPORTE
           END-IF.

       EMITIR-ALERTA-TENDENCIA.
           *> ALO-CONDICION ya viene puesta; IDX-CORRIDA apunta a la
           *> corrida que la origina (la última de la semana cuando
           *> la alerta es de tendencia).
           MOVE TCO-PROGRAMA(IDX-CORRIDA) TO ALO-PROGRAMA
           MOVE TCO-FECHA-INI(IDX-CORRIDA) TO ALO-FECHA-INI
           MOVE TCO-HORA-INI(IDX-CORRIDA) TO ALO-HORA-INI
           MOVE TCO-FECHA-FIN(IDX-CORRIDA) TO ALO-FECHA-FIN
           MOVE TCO-HORA-FIN(IDX-CORRIDA) TO ALO-HORA-FIN
           WRITE REGISTRO-ALERTA-OPER FROM LINEA-ALERTA-OPER
           ADD 1 TO ALERTAS-EMITIDAS.
