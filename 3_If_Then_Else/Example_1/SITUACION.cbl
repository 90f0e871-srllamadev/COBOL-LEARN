       IDENTIFICATION DIVISION.
       PROGRAM-ID. SITUACION-ACADEMICA.
       AUTHOR. TU-NOMBRE.
       DATE-WRITTEN. 15/10/2026.

      *> Situación académica del período: corre después de
      *> CALIFICACION-ESTUDIANTE y, con la historia acumulada
      *> HISTORIAL.NOT, saca para cada alumno calificado en el
      *> período su promedio del término y su promedio acumulado, y
      *> lo clasifica en HONOR, BUENA SITUACION, PRUEBA (probatoria)
      *> o ALERTA DE BAJA. Los umbrales vienen de SITUACION.PAR y la
      *> regla de términos consecutivos se aplica con SITUACION.HIS,
      *> donde queda la situación de cada alumno por período para
      *> que el término siguiente sepa quién ya estaba a prueba.
      *> Salen la lista de honor del decano (HONOR.RPT), una carta
      *> por alumno a prueba o en alerta (PRUEBA.TXT, mismo estilo
      *> que las notificaciones de impuestos) y el listado completo
      *> SITUACION.RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Período que se clasifica, el mismo de la calificación.
           SELECT ARCHIVO-PERIODO ASSIGN TO "PERIODO.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PERIODO.

           *> Umbrales de la clasificación; sin el archivo se usan los
           *> valores por omisión (ver CARGAR-PARAMETROS).
           SELECT ARCHIVO-PARAMETROS ASSIGN TO "SITUACION.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PARAMETROS.

           *> Historia académica acumulada (ver
           *> CALIFICACION-ESTUDIANTE / GUARDAR-HISTORIAL-NOTAS).
           SELECT ARCHIVO-HISTORIAL ASSIGN TO "HISTORIAL.NOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORIAL.

           *> Matrícula oficial, solo para el nombre del alumno.
           SELECT ARCHIVO-MATRICULA ASSIGN TO "MATRICULA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MATRICULA.

           *> Historia de situaciones: un renglón por alumno y
           *> período, reescrito al final de cada corrida.
           SELECT ARCHIVO-SITUACION-HIS ASSIGN TO "SITUACION.HIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-SITUACION-HIS.

           SELECT ARCHIVO-SITUACION-RPT ASSIGN TO "SITUACION.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVO-HONOR ASSIGN TO "HONOR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVO-CARTAS ASSIGN TO "PRUEBA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVO-JOURNAL ASSIGN TO "OPERACION.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PERIODO.
       01  REGISTRO-PERIODO.
           05  PER-CODIGO           PIC X(6).

       *> Promedio mínimo del término y acumulado para la lista de
       *> honor, promedio acumulado mínimo para no quedar a prueba y
       *> cantidad de términos consecutivos a prueba que generan la
       *> alerta de baja.
       FD  ARCHIVO-PARAMETROS.
       01  REGISTRO-PARAMETROS.
           05  SPA-HONOR-TERMINO    PIC 9(3).
           05  SPA-HONOR-ACUM       PIC 9(3).
           05  SPA-PRUEBA           PIC 9(3).
           05  SPA-TERMINOS-ALERTA  PIC 9(2).

       FD  ARCHIVO-HISTORIAL.
       01  REGISTRO-HISTORIAL.
           05  HIS-ID               PIC X(6).
           05  HIS-SECCION          PIC X(4).
           05  HIS-PERIODO          PIC X(6).
           05  HIS-NOTA             PIC 9(3).
           05  HIS-LETRA            PIC X(1).

       FD  ARCHIVO-MATRICULA.
       01  REGISTRO-MATRICULA.
           05  MAT-SECCION          PIC X(4).
           05  MAT-ID               PIC X(6).
           05  MAT-NOMBRE           PIC X(30).

       *> SHI-SITUACION: H honor, B buena situación, P a prueba,
       *> A alerta de baja. SHI-CONSECUTIVOS cuenta los términos
       *> seguidos a prueba (P o A) hasta este período inclusive.
       FD  ARCHIVO-SITUACION-HIS.
       01  REGISTRO-SITUACION-HIS.
           05  SHI-ID               PIC X(6).
           05  SHI-PERIODO          PIC X(6).
           05  SHI-PROM-TERMINO     PIC 9(3)V99.
           05  SHI-PROM-ACUM        PIC 9(3)V99.
           05  SHI-SITUACION        PIC X(1).
           05  SHI-CONSECUTIVOS     PIC 9(2).

       FD  ARCHIVO-SITUACION-RPT.
       01  REGISTRO-SITUACION-RPT   PIC X(80).

       FD  ARCHIVO-HONOR.
       01  REGISTRO-HONOR           PIC X(80).

       FD  ARCHIVO-CARTAS.
       01  LINEA-CARTA              PIC X(80).

       FD  ARCHIVO-JOURNAL.
       01  REGISTRO-JOURNAL         PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PERIODO       PIC X(2).
       01  WS-STATUS-PARAMETROS    PIC X(2).
       01  WS-STATUS-HISTORIAL     PIC X(2).
       01  WS-STATUS-MATRICULA     PIC X(2).
       01  WS-STATUS-SITUACION-HIS PIC X(2).
       01  WS-STATUS-JOURNAL       PIC X(2).
       01  EOF-HISTORIAL           PIC X(1) VALUE "N".
           88  FIN-HISTORIAL       VALUE "Y".
       01  EOF-MATRICULA           PIC X(1) VALUE "N".
           88  FIN-MATRICULA       VALUE "Y".
       01  EOF-SITUACION-HIS       PIC X(1) VALUE "N".
           88  FIN-SITUACION-HIS   VALUE "Y".

       *> Fecha y hora reales de la corrida, para encabezar la
       *> salida igual que el resto de los programas del repositorio.
       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-HORA-AHORA           PIC 9(8).
       01  PERIODO-ACTUAL          PIC X(6).

       *> Umbrales en vigor (SITUACION.PAR o valores por omisión).
       01  WS-HONOR-TERMINO        PIC 9(3) VALUE 90.
       01  WS-HONOR-ACUM           PIC 9(3) VALUE 85.
       01  WS-PRUEBA               PIC 9(3) VALUE 70.
       01  WS-TERMINOS-ALERTA      PIC 9(2) VALUE 2.

       *> La historia completa en memoria: cada alumno del período
       *> la recorre para su promedio acumulado.
       01  TABLA-HISTORIAL.
           05  TOTAL-HISTORIAL     PIC 9(4) VALUE 0.
           05  HISTORIAL-ITEM      OCCURS 5000 TIMES
                                   INDEXED BY IDX-HISTORIAL.
               10  THI-ID          PIC X(6).
               10  THI-SECCION     PIC X(4).
               10  THI-PERIODO     PIC X(6).
               10  THI-NOTA        PIC 9(3).
               10  THI-LETRA       PIC X(1).
       01  WS-SW-HIST-TRUNCADO     PIC X(1) VALUE "N".
           88  HISTORIA-TRUNCADA   VALUE "Y".

       01  TABLA-MATRICULA.
           05  TOTAL-MATRICULA     PIC 9(3) VALUE 0.
           05  MATRICULA-ITEM      OCCURS 600 TIMES
                                   INDEXED BY IDX-MATRICULA.
               10  TMA-ID          PIC X(6).
               10  TMA-NOMBRE      PIC X(30).

       *> Alumnos calificados en el período, con sus promedios y la
       *> situación que les toca.
       01  TABLA-TERMINO.
           05  TOTAL-TERMINO       PIC 9(3) VALUE 0.
           05  TERMINO-ITEM        OCCURS 600 TIMES
                                   INDEXED BY IDX-TERMINO.
               10  TTE-ID          PIC X(6).
               10  TTE-NOMBRE      PIC X(30).
               10  TTE-CURSOS      PIC 9(3).
               10  TTE-SUMA        PIC 9(6).
               10  TTE-REPROBO     PIC X(1).
               10  TTE-PROM-TERMINO PIC 9(3)V99.
               10  TTE-PROM-ACUM   PIC 9(3)V99.
               10  TTE-SITUACION   PIC X(1).
               10  TTE-CONSECUTIVOS PIC 9(2).
       01  TERMINO-SWAP            PIC X(59).
       01  WS-IDX-TERMINO-2        PIC 9(3).
       01  WS-SW-TERMINO-LLENO     PIC X(1) VALUE "N".
           88  TERMINO-LLENO       VALUE "Y".
       01  WS-SW-TERMINO-HALLADO   PIC X(1).
           88  TERMINO-HALLADO     VALUE "Y".

       *> Historia de situaciones en memoria: la línea del mismo
       *> alumno y período se REEMPLAZA (una recorrida no duplica ni
       *> cuenta dos veces el mismo término a prueba).
       01  TABLA-SITUACION.
           05  TOTAL-SITUACION     PIC 9(4) VALUE 0.
           05  SITUACION-ITEM      OCCURS 5000 TIMES
                                   INDEXED BY IDX-SITUACION.
               10  TSH-ID          PIC X(6).
               10  TSH-PERIODO     PIC X(6).
               10  TSH-PROM-TERMINO PIC 9(3)V99.
               10  TSH-PROM-ACUM   PIC 9(3)V99.
               10  TSH-SITUACION   PIC X(1).
               10  TSH-CONSECUTIVOS PIC 9(2).
       01  WS-SW-SITUACION-LLENA   PIC X(1) VALUE "N".
           88  SITUACION-LLENA     VALUE "Y".
       01  WS-SW-SITUACION-HALLADA PIC X(1).
           88  SITUACION-HALLADA   VALUE "Y".

       *> Situación anterior del alumno: la de su período más
       *> reciente antes del actual.
       01  WS-PERIODO-ANTERIOR     PIC X(6).
       01  WS-SITUACION-ANTERIOR   PIC X(1).
       01  WS-CONSECUTIVOS-ANT     PIC 9(2).

       01  WS-SUMA-ACUM            PIC 9(7).
       01  WS-CURSOS-ACUM          PIC 9(4).
       01  WS-PROM-TERMINO-ED      PIC ZZ9.99.
       01  WS-PROM-ACUM-ED         PIC ZZ9.99.
       01  WS-TEXTO-SITUACION      PIC X(15).
       01  WS-FIN-JORNADA          PIC X(1) VALUE "N".

       01  WS-TOTAL-HONOR          PIC 9(3) VALUE 0.
       01  WS-TOTAL-BUENA          PIC 9(3) VALUE 0.
       01  WS-TOTAL-PRUEBA         PIC 9(3) VALUE 0.
       01  WS-TOTAL-ALERTA         PIC 9(3) VALUE 0.
       01  WS-TOTAL-CARTAS         PIC 9(3) VALUE 0.

       01  LINEA-SITUACION.
           05  LS-ID               PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LS-NOMBRE           PIC X(30).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LS-CURSOS           PIC ZZ9.
           05  FILLER              PIC X(2) VALUE SPACE.
           05  LS-PROM-TERMINO     PIC ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACE.
           05  LS-PROM-ACUM        PIC ZZ9.99.
           05  FILLER              PIC X(2) VALUE SPACE.
           05  LS-SITUACION        PIC X(15).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LS-CONSECUTIVOS     PIC Z9.

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

       PROCEDURE DIVISION.
       PROGRAMA-PRINCIPAL.
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AHORA FROM TIME
           DISPLAY "=== SITUACION ACADEMICA ==="
           DISPLAY "Corrida: " WS-FECHA-HOY " "
               WS-HORA-AHORA(1:6)

           PERFORM CARGAR-PERIODO
           PERFORM CARGAR-PARAMETROS
           MOVE "I" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL

           PERFORM CARGAR-HISTORIAL-COMPLETO
           *> Con la historia truncada los promedios acumulados
           *> saldrían mal (y el período recién calificado es lo
           *> último del archivo, lo primero que se pierde): no se
           *> clasifica a nadie hasta correr el archivador.
           IF HISTORIA-TRUNCADA
               DISPLAY "ERROR: HISTORIAL.NOT excede 5000 líneas; "
                   "corra el archivador antes de clasificar."
               MOVE "A" TO WS-FIN-JORNADA
               MOVE "F" TO JRN-TIPO
               PERFORM REGISTRAR-JOURNAL
               GO TO FIN-PROGRAMA
           END-IF

           PERFORM CARGAR-MATRICULA
           PERFORM CARGAR-SITUACIONES
           PERFORM ARMAR-TABLA-TERMINO

           IF TOTAL-TERMINO = 0
               DISPLAY "AVISO: ningún alumno calificado en el "
                   "período " PERIODO-ACTUAL
                   "; no hay situación que clasificar."
           ELSE
               PERFORM VARYING IDX-TERMINO FROM 1 BY 1
                       UNTIL IDX-TERMINO > TOTAL-TERMINO
                   PERFORM CLASIFICAR-ALUMNO
               END-PERFORM
               PERFORM ORDENAR-TABLA-TERMINO
               PERFORM GENERAR-REPORTE-SITUACION
               PERFORM GENERAR-LISTA-HONOR
               PERFORM GENERAR-CARTAS-PRUEBA
               PERFORM GUARDAR-SITUACIONES
           END-IF

           DISPLAY " "
           DISPLAY "Alumnos clasificados: " TOTAL-TERMINO
           DISPLAY "  Honor:           " WS-TOTAL-HONOR
           DISPLAY "  Buena situación: " WS-TOTAL-BUENA
           DISPLAY "  A prueba:        " WS-TOTAL-PRUEBA
           DISPLAY "  Alerta de baja:  " WS-TOTAL-ALERTA
           MOVE "F" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL.

       FIN-PROGRAMA.
           STOP RUN.

       REGISTRAR-JOURNAL.
           *> Leídos = líneas de historia, escritos = alumnos
           *> clasificados, rechazos = cartas de prueba emitidas.
           MOVE "SITUACION-ACADEM" TO JRN-PROGRAMA
           MOVE WS-FECHA-HOY TO JRN-FECHA
           MOVE WS-HORA-AHORA(1:6) TO JRN-HORA
           MOVE TOTAL-HISTORIAL TO JRN-LEIDOS
           MOVE TOTAL-TERMINO TO JRN-ESCRITOS
           MOVE WS-TOTAL-CARTAS TO JRN-RECHAZOS
           MOVE "N" TO JRN-DISCREPANCIA
           MOVE WS-FIN-JORNADA TO JRN-FIN
           OPEN EXTEND ARCHIVO-JOURNAL
           IF WS-STATUS-JOURNAL NOT = "00"
               OPEN OUTPUT ARCHIVO-JOURNAL
           END-IF
           WRITE REGISTRO-JOURNAL FROM LINEA-JOURNAL
           CLOSE ARCHIVO-JOURNAL.

       CARGAR-PERIODO.
           *> Mismo criterio que la calificación: PERIODO.PAR o, sin
           *> él, el año-mes de la corrida.
           MOVE WS-FECHA-HOY(1:6) TO PERIODO-ACTUAL
           OPEN INPUT ARCHIVO-PERIODO
           IF WS-STATUS-PERIODO = "00"
               READ ARCHIVO-PERIODO
                   AT END
                       DISPLAY "AVISO: PERIODO.PAR vacio, se usa "
                           "el año-mes de la corrida"
                   NOT AT END
                       MOVE PER-CODIGO TO PERIODO-ACTUAL
               END-READ
               CLOSE ARCHIVO-PERIODO
           END-IF
           DISPLAY "Período académico: " PERIODO-ACTUAL.

       CARGAR-PARAMETROS.
           *> Un solo renglón. Umbrales en cero, fuera de escala o con
           *> el honor por debajo de la prueba no tienen sentido: se
           *> avisa y quedan los valores por omisión 90/85/70/2.
           OPEN INPUT ARCHIVO-PARAMETROS
           IF WS-STATUS-PARAMETROS NOT = "00"
               DISPLAY "AVISO: SITUACION.PAR no existe, se usan los "
                   "umbrales por omisión"
           ELSE
               READ ARCHIVO-PARAMETROS
                   AT END
                       DISPLAY "AVISO: SITUACION.PAR vacio, se usan "
                           "los umbrales por omisión"
                   NOT AT END
                       IF SPA-HONOR-TERMINO NOT NUMERIC OR
                          SPA-HONOR-ACUM NOT NUMERIC OR
                          SPA-PRUEBA NOT NUMERIC OR
                          SPA-TERMINOS-ALERTA NOT NUMERIC OR
                          SPA-PRUEBA = 0 OR
                          SPA-TERMINOS-ALERTA = 0 OR
                          SPA-HONOR-TERMINO > 100 OR
                          SPA-HONOR-ACUM > 100 OR
                          SPA-HONOR-TERMINO <= SPA-PRUEBA OR
                          SPA-HONOR-ACUM <= SPA-PRUEBA
                           DISPLAY "AVISO: SITUACION.PAR inválido, "
                               "se usan los umbrales por omisión"
                       ELSE
                           MOVE SPA-HONOR-TERMINO TO WS-HONOR-TERMINO
                           MOVE SPA-HONOR-ACUM TO WS-HONOR-ACUM
                           MOVE SPA-PRUEBA TO WS-PRUEBA
                           MOVE SPA-TERMINOS-ALERTA
                               TO WS-TERMINOS-ALERTA
                       END-IF
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF
           DISPLAY "Honor: término >= " WS-HONOR-TERMINO
               " y acumulado >= " WS-HONOR-ACUM
               "; prueba: acumulado < " WS-PRUEBA
               "; alerta tras " WS-TERMINOS-ALERTA " término(s)".

       CARGAR-HISTORIAL-COMPLETO.
           MOVE 0 TO TOTAL-HISTORIAL
           MOVE "N" TO EOF-HISTORIAL
           OPEN INPUT ARCHIVO-HISTORIAL
           IF WS-STATUS-HISTORIAL NOT = "00"
               DISPLAY "AVISO: HISTORIAL.NOT no existe; corra antes "
                   "la calificación para acumular historia."
           ELSE
               PERFORM UNTIL FIN-HISTORIAL
                   READ ARCHIVO-HISTORIAL
                       AT END
                           SET FIN-HISTORIAL TO TRUE
                       NOT AT END
                           IF TOTAL-HISTORIAL >= 5000
                               SET HISTORIA-TRUNCADA TO TRUE
                           ELSE
                               ADD 1 TO TOTAL-HISTORIAL
                               SET IDX-HISTORIAL TO TOTAL-HISTORIAL
                               MOVE HIS-ID
                                   TO THI-ID(IDX-HISTORIAL)
                               MOVE HIS-SECCION
                                   TO THI-SECCION(IDX-HISTORIAL)
                               MOVE HIS-PERIODO
                                   TO THI-PERIODO(IDX-HISTORIAL)
                               MOVE HIS-NOTA
                                   TO THI-NOTA(IDX-HISTORIAL)
                               MOVE HIS-LETRA
                                   TO THI-LETRA(IDX-HISTORIAL)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-HISTORIAL
               DISPLAY "Historia académica cargada: "
                   TOTAL-HISTORIAL " resultado(s)"
           END-IF.

       CARGAR-MATRICULA.
           *> Solo para el nombre; un alumno inscrito en varias
           *> secciones queda con el primer renglón. Sin matrícula
           *> las salidas llevan solo la matrícula del alumno.
           MOVE 0 TO TOTAL-MATRICULA
           MOVE "N" TO EOF-MATRICULA
           OPEN INPUT ARCHIVO-MATRICULA
           IF WS-STATUS-MATRICULA NOT = "00"
               DISPLAY "AVISO: MATRICULA.DAT no existe, las salidas "
                   "van sin nombre"
           ELSE
               PERFORM UNTIL FIN-MATRICULA
                   READ ARCHIVO-MATRICULA
                       AT END
                           SET FIN-MATRICULA TO TRUE
                       NOT AT END
                           IF TOTAL-MATRICULA < 600
                               ADD 1 TO TOTAL-MATRICULA
                               SET IDX-MATRICULA TO TOTAL-MATRICULA
                               MOVE MAT-ID
                                   TO TMA-ID(IDX-MATRICULA)
                               MOVE MAT-NOMBRE
                                   TO TMA-NOMBRE(IDX-MATRICULA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-MATRICULA
           END-IF.

       CARGAR-SITUACIONES.
           MOVE 0 TO TOTAL-SITUACION
           MOVE "N" TO EOF-SITUACION-HIS
           OPEN INPUT ARCHIVO-SITUACION-HIS
           IF WS-STATUS-SITUACION-HIS NOT = "00"
               DISPLAY "AVISO: SITUACION.HIS no existe, se empieza "
                   "la historia de situaciones en este período"
           ELSE
               PERFORM UNTIL FIN-SITUACION-HIS
                   READ ARCHIVO-SITUACION-HIS
                       AT END
                           SET FIN-SITUACION-HIS TO TRUE
                       NOT AT END
                           IF TOTAL-SITUACION >= 5000
                               IF NOT SITUACION-LLENA
                                   SET SITUACION-LLENA TO TRUE
                                   DISPLAY "ADVERTENCIA: "
                                       "SITUACION.HIS excede 5000 "
                                       "líneas; no se reescribe en "
                                       "esta corrida."
                               END-IF
                           ELSE
                               ADD 1 TO TOTAL-SITUACION
                               SET IDX-SITUACION TO TOTAL-SITUACION
                               MOVE SHI-ID
                                   TO TSH-ID(IDX-SITUACION)
                               MOVE SHI-PERIODO
                                   TO TSH-PERIODO(IDX-SITUACION)
                               MOVE SHI-PROM-TERMINO
                                   TO TSH-PROM-TERMINO(IDX-SITUACION)
                               MOVE SHI-PROM-ACUM
                                   TO TSH-PROM-ACUM(IDX-SITUACION)
                               MOVE SHI-SITUACION
                                   TO TSH-SITUACION(IDX-SITUACION)
                               MOVE SHI-CONSECUTIVOS
                                   TO TSH-CONSECUTIVOS(IDX-SITUACION)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-SITUACION-HIS
           END-IF.

       ARMAR-TABLA-TERMINO.
           *> Un renglón por alumno con resultados en el período,
           *> sumando sus cursos del término.
           MOVE 0 TO TOTAL-TERMINO
           PERFORM VARYING IDX-HISTORIAL FROM 1 BY 1
                   UNTIL IDX-HISTORIAL > TOTAL-HISTORIAL
               IF THI-PERIODO(IDX-HISTORIAL) = PERIODO-ACTUAL
                   PERFORM ACUMULAR-CURSO-TERMINO
               END-IF
           END-PERFORM.

       ACUMULAR-CURSO-TERMINO.
           MOVE "N" TO WS-SW-TERMINO-HALLADO
           PERFORM VARYING IDX-TERMINO FROM 1 BY 1
                   UNTIL IDX-TERMINO > TOTAL-TERMINO
                      OR TERMINO-HALLADO
               IF TTE-ID(IDX-TERMINO) = THI-ID(IDX-HISTORIAL)
                   SET TERMINO-HALLADO TO TRUE
               END-IF
           END-PERFORM

           IF TERMINO-HALLADO
               SET IDX-TERMINO DOWN BY 1
           ELSE
               IF TOTAL-TERMINO >= 600
                   IF NOT TERMINO-LLENO
                       SET TERMINO-LLENO TO TRUE
                       DISPLAY "ADVERTENCIA: más de 600 alumnos en "
                           "el período; los restantes quedan sin "
                           "clasificar."
                   END-IF
               ELSE
                   ADD 1 TO TOTAL-TERMINO
                   SET IDX-TERMINO TO TOTAL-TERMINO
                   MOVE THI-ID(IDX-HISTORIAL) TO TTE-ID(IDX-TERMINO)
                   PERFORM BUSCAR-NOMBRE-ALUMNO
                   MOVE 0 TO TTE-CURSOS(IDX-TERMINO)
                   MOVE 0 TO TTE-SUMA(IDX-TERMINO)
                   MOVE "N" TO TTE-REPROBO(IDX-TERMINO)
                   SET TERMINO-HALLADO TO TRUE
               END-IF
           END-IF

           IF TERMINO-HALLADO
               ADD 1 TO TTE-CURSOS(IDX-TERMINO)
               ADD THI-NOTA(IDX-HISTORIAL) TO TTE-SUMA(IDX-TERMINO)
               IF THI-LETRA(IDX-HISTORIAL) = "F"
                   MOVE "Y" TO TTE-REPROBO(IDX-TERMINO)
               END-IF
           END-IF.

       BUSCAR-NOMBRE-ALUMNO.
           MOVE SPACES TO TTE-NOMBRE(IDX-TERMINO)
           SET IDX-MATRICULA TO 1
           SEARCH MATRICULA-ITEM
               AT END
                   CONTINUE
               WHEN IDX-MATRICULA > TOTAL-MATRICULA
                   CONTINUE
               WHEN TMA-ID(IDX-MATRICULA) = TTE-ID(IDX-TERMINO)
                   MOVE TMA-NOMBRE(IDX-MATRICULA)
                       TO TTE-NOMBRE(IDX-TERMINO)
           END-SEARCH.

       CLASIFICAR-ALUMNO.
           *> Promedio del término: cursos del período. Promedio
           *> acumulado: todos los cursos hasta el período inclusive
           *> (una reclasificación de un período viejo no mira el
           *> futuro).
           DIVIDE TTE-SUMA(IDX-TERMINO) BY TTE-CURSOS(IDX-TERMINO)
               GIVING TTE-PROM-TERMINO(IDX-TERMINO) ROUNDED
           MOVE 0 TO WS-SUMA-ACUM
           MOVE 0 TO WS-CURSOS-ACUM
           PERFORM VARYING IDX-HISTORIAL FROM 1 BY 1
                   UNTIL IDX-HISTORIAL > TOTAL-HISTORIAL
               IF THI-ID(IDX-HISTORIAL) = TTE-ID(IDX-TERMINO) AND
                  THI-PERIODO(IDX-HISTORIAL) <= PERIODO-ACTUAL
                   ADD 1 TO WS-CURSOS-ACUM
                   ADD THI-NOTA(IDX-HISTORIAL) TO WS-SUMA-ACUM
               END-IF
           END-PERFORM
           DIVIDE WS-SUMA-ACUM BY WS-CURSOS-ACUM
               GIVING TTE-PROM-ACUM(IDX-TERMINO) ROUNDED

           PERFORM BUSCAR-SITUACION-ANTERIOR

           *> Bajo el mínimo acumulado el alumno queda a prueba; el
           *> conteo sigue si ya lo estaba el término anterior y, al
           *> llegar al tope de SITUACION.PAR, pasa a alerta de baja.
           *> Al recuperar el mínimo el conteo vuelve a cero. La lista
           *> de honor pide los dos promedios y ningún curso
           *> reprobado en el término.
           IF TTE-PROM-ACUM(IDX-TERMINO) < WS-PRUEBA
               IF WS-SITUACION-ANTERIOR = "P" OR
                  WS-SITUACION-ANTERIOR = "A"
                   IF WS-CONSECUTIVOS-ANT < 99
                       ADD 1 WS-CONSECUTIVOS-ANT
                           GIVING TTE-CONSECUTIVOS(IDX-TERMINO)
                   ELSE
                       MOVE 99 TO TTE-CONSECUTIVOS(IDX-TERMINO)
                   END-IF
               ELSE
                   MOVE 1 TO TTE-CONSECUTIVOS(IDX-TERMINO)
               END-IF
               IF TTE-CONSECUTIVOS(IDX-TERMINO) >= WS-TERMINOS-ALERTA
                   MOVE "A" TO TTE-SITUACION(IDX-TERMINO)
                   ADD 1 TO WS-TOTAL-ALERTA
               ELSE
                   MOVE "P" TO TTE-SITUACION(IDX-TERMINO)
                   ADD 1 TO WS-TOTAL-PRUEBA
               END-IF
           ELSE
               MOVE 0 TO TTE-CONSECUTIVOS(IDX-TERMINO)
               IF TTE-PROM-TERMINO(IDX-TERMINO) >= WS-HONOR-TERMINO
                  AND TTE-PROM-ACUM(IDX-TERMINO) >= WS-HONOR-ACUM
                  AND TTE-REPROBO(IDX-TERMINO) = "N"
                   MOVE "H" TO TTE-SITUACION(IDX-TERMINO)
                   ADD 1 TO WS-TOTAL-HONOR
               ELSE
                   MOVE "B" TO TTE-SITUACION(IDX-TERMINO)
                   ADD 1 TO WS-TOTAL-BUENA
               END-IF
           END-IF.

       BUSCAR-SITUACION-ANTERIOR.
           *> El término anterior es el último período del alumno en
           *> SITUACION.HIS antes del actual; la línea del propio
           *> período (si se está recorriendo) no cuenta.
           MOVE SPACES TO WS-PERIODO-ANTERIOR
           MOVE SPACE TO WS-SITUACION-ANTERIOR
           MOVE 0 TO WS-CONSECUTIVOS-ANT
           PERFORM VARYING IDX-SITUACION FROM 1 BY 1
                   UNTIL IDX-SITUACION > TOTAL-SITUACION
               IF TSH-ID(IDX-SITUACION) = TTE-ID(IDX-TERMINO) AND
                  TSH-PERIODO(IDX-SITUACION) < PERIODO-ACTUAL AND
                  TSH-PERIODO(IDX-SITUACION) > WS-PERIODO-ANTERIOR
                   MOVE TSH-PERIODO(IDX-SITUACION)
                       TO WS-PERIODO-ANTERIOR
                   MOVE TSH-SITUACION(IDX-SITUACION)
                       TO WS-SITUACION-ANTERIOR
                   MOVE TSH-CONSECUTIVOS(IDX-SITUACION)
                       TO WS-CONSECUTIVOS-ANT
               END-IF
           END-PERFORM.

       ORDENAR-TABLA-TERMINO.
           *> De mayor a menor promedio del término (burbuja, igual
           *> que el ranking), para que la lista de honor salga en
           *> orden de mérito.
           PERFORM VARYING IDX-TERMINO FROM 1 BY 1
                   UNTIL IDX-TERMINO >= TOTAL-TERMINO
               PERFORM VARYING WS-IDX-TERMINO-2 FROM 1 BY 1
                       UNTIL WS-IDX-TERMINO-2 >= TOTAL-TERMINO
                   IF TTE-PROM-TERMINO(WS-IDX-TERMINO-2) <
                      TTE-PROM-TERMINO(WS-IDX-TERMINO-2 + 1)
                       MOVE TERMINO-ITEM(WS-IDX-TERMINO-2)
                           TO TERMINO-SWAP
                       MOVE TERMINO-ITEM(WS-IDX-TERMINO-2 + 1)
                           TO TERMINO-ITEM(WS-IDX-TERMINO-2)
                       MOVE TERMINO-SWAP
                           TO TERMINO-ITEM(WS-IDX-TERMINO-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       OBTENER-TEXTO-SITUACION.
           EVALUATE TTE-SITUACION(IDX-TERMINO)
               WHEN "H"
                   MOVE "HONOR" TO WS-TEXTO-SITUACION
               WHEN "P"
                   MOVE "A PRUEBA" TO WS-TEXTO-SITUACION
               WHEN "A"
                   MOVE "ALERTA DE BAJA" TO WS-TEXTO-SITUACION
               WHEN OTHER
                   MOVE "BUENA SITUACION" TO WS-TEXTO-SITUACION
           END-EVALUATE.

       GENERAR-REPORTE-SITUACION.
           OPEN OUTPUT ARCHIVO-SITUACION-RPT
           MOVE SPACES TO REGISTRO-SITUACION-RPT
           STRING "SITUACION ACADEMICA - PERIODO " PERIODO-ACTUAL
               " - Corrida: " WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO REGISTRO-SITUACION-RPT
           WRITE REGISTRO-SITUACION-RPT
           MOVE SPACES TO REGISTRO-SITUACION-RPT
           STRING "ALUMNO NOMBRE                         CUR  "
               "TERMINO  ACUMUL.  SITUACION      CONS"
               DELIMITED BY SIZE INTO REGISTRO-SITUACION-RPT
           WRITE REGISTRO-SITUACION-RPT

           PERFORM VARYING IDX-TERMINO FROM 1 BY 1
                   UNTIL IDX-TERMINO > TOTAL-TERMINO
               PERFORM OBTENER-TEXTO-SITUACION
               MOVE TTE-ID(IDX-TERMINO) TO LS-ID
               MOVE TTE-NOMBRE(IDX-TERMINO) TO LS-NOMBRE
               MOVE TTE-CURSOS(IDX-TERMINO) TO LS-CURSOS
               MOVE TTE-PROM-TERMINO(IDX-TERMINO) TO LS-PROM-TERMINO
               MOVE TTE-PROM-ACUM(IDX-TERMINO) TO LS-PROM-ACUM
               MOVE WS-TEXTO-SITUACION TO LS-SITUACION
               MOVE TTE-CONSECUTIVOS(IDX-TERMINO) TO LS-CONSECUTIVOS
               WRITE REGISTRO-SITUACION-RPT FROM LINEA-SITUACION
           END-PERFORM

           MOVE SPACES TO REGISTRO-SITUACION-RPT
           STRING "HONOR: " WS-TOTAL-HONOR
               "  BUENA SITUACION: " WS-TOTAL-BUENA
               "  A PRUEBA: " WS-TOTAL-PRUEBA
               "  ALERTA DE BAJA: " WS-TOTAL-ALERTA
               DELIMITED BY SIZE INTO REGISTRO-SITUACION-RPT
           WRITE REGISTRO-SITUACION-RPT
           CLOSE ARCHIVO-SITUACION-RPT
           DISPLAY "Situación académica emitida en SITUACION.RPT".

       GENERAR-LISTA-HONOR.
           OPEN OUTPUT ARCHIVO-HONOR
           MOVE SPACES TO REGISTRO-HONOR
           STRING "LISTA DE HONOR DEL DECANO - PERIODO "
               PERIODO-ACTUAL " - Corrida: " WS-FECHA-HOY " "
               WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO REGISTRO-HONOR
           WRITE REGISTRO-HONOR
           MOVE SPACES TO REGISTRO-HONOR
           STRING "PROMEDIO DEL TERMINO >= " WS-HONOR-TERMINO
               ", ACUMULADO >= " WS-HONOR-ACUM
               ", SIN CURSOS REPROBADOS"
               DELIMITED BY SIZE INTO REGISTRO-HONOR
           WRITE REGISTRO-HONOR
           MOVE SPACES TO REGISTRO-HONOR
           STRING "ALUMNO NOMBRE                         CUR  "
               "TERMINO  ACUMUL."
               DELIMITED BY SIZE INTO REGISTRO-HONOR
           WRITE REGISTRO-HONOR

           PERFORM VARYING IDX-TERMINO FROM 1 BY 1
                   UNTIL IDX-TERMINO > TOTAL-TERMINO
               IF TTE-SITUACION(IDX-TERMINO) = "H"
                   MOVE TTE-ID(IDX-TERMINO) TO LS-ID
                   MOVE TTE-NOMBRE(IDX-TERMINO) TO LS-NOMBRE
                   MOVE TTE-CURSOS(IDX-TERMINO) TO LS-CURSOS
                   MOVE TTE-PROM-TERMINO(IDX-TERMINO)
                       TO LS-PROM-TERMINO
                   MOVE TTE-PROM-ACUM(IDX-TERMINO) TO LS-PROM-ACUM
                   MOVE SPACES TO REGISTRO-HONOR
                   MOVE LINEA-SITUACION(1:57) TO REGISTRO-HONOR
                   WRITE REGISTRO-HONOR
               END-IF
           END-PERFORM

           IF WS-TOTAL-HONOR = 0
               MOVE "SIN ALUMNOS EN LA LISTA DE HONOR ESTE PERIODO"
                   TO REGISTRO-HONOR
               WRITE REGISTRO-HONOR
           END-IF
           CLOSE ARCHIVO-HONOR
           DISPLAY "Lista de honor emitida en HONOR.RPT: "
               WS-TOTAL-HONOR " alumno(s)".

       GENERAR-CARTAS-PRUEBA.
           *> Una carta por alumno a prueba o en alerta de baja, en un
           *> solo archivo separado por bloques, como NOTIFICA.TXT.
           OPEN OUTPUT ARCHIVO-CARTAS
           PERFORM VARYING IDX-TERMINO FROM 1 BY 1
                   UNTIL IDX-TERMINO > TOTAL-TERMINO
               IF TTE-SITUACION(IDX-TERMINO) = "P" OR
                  TTE-SITUACION(IDX-TERMINO) = "A"
                   PERFORM ESCRIBIR-CARTA-PRUEBA
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-CARTAS
           DISPLAY "Cartas de prueba emitidas en PRUEBA.TXT: "
               WS-TOTAL-CARTAS.

       ESCRIBIR-CARTA-PRUEBA.
           MOVE TTE-PROM-TERMINO(IDX-TERMINO) TO WS-PROM-TERMINO-ED
           MOVE TTE-PROM-ACUM(IDX-TERMINO) TO WS-PROM-ACUM-ED
           MOVE ALL "=" TO LINEA-CARTA
           WRITE LINEA-CARTA
           MOVE SPACES TO LINEA-CARTA
           IF TTE-SITUACION(IDX-TERMINO) = "A"
               STRING "ALERTA DE BAJA ACADEMICA - PERIODO "
                   PERIODO-ACTUAL
                   DELIMITED BY SIZE INTO LINEA-CARTA
           ELSE
               STRING "AVISO DE PRUEBA ACADEMICA - PERIODO "
                   PERIODO-ACTUAL
                   DELIMITED BY SIZE INTO LINEA-CARTA
           END-IF
           WRITE LINEA-CARTA
           MOVE SPACES TO LINEA-CARTA
           STRING "FECHA: " WS-FECHA-HOY
               DELIMITED BY SIZE INTO LINEA-CARTA
           WRITE LINEA-CARTA
           MOVE SPACES TO LINEA-CARTA
           STRING "ALUMNO: " TTE-ID(IDX-TERMINO) " "
               TTE-NOMBRE(IDX-TERMINO)
               DELIMITED BY SIZE INTO LINEA-CARTA
           WRITE LINEA-CARTA
           MOVE SPACES TO LINEA-CARTA
           STRING "PROMEDIO DEL TERMINO: " WS-PROM-TERMINO-ED
               "   PROMEDIO ACUMULADO: " WS-PROM-ACUM-ED
               DELIMITED BY SIZE INTO LINEA-CARTA
           WRITE LINEA-CARTA
           MOVE SPACES TO LINEA-CARTA
           STRING "SU PROMEDIO ACUMULADO ESTA POR DEBAJO DEL MINIMO "
               "DE " WS-PRUEBA "."
               DELIMITED BY SIZE INTO LINEA-CARTA
           WRITE LINEA-CARTA
           MOVE SPACES TO LINEA-CARTA
           STRING "TERMINOS CONSECUTIVOS A PRUEBA: "
               TTE-CONSECUTIVOS(IDX-TERMINO)
               DELIMITED BY SIZE INTO LINEA-CARTA
           WRITE LINEA-CARTA
           MOVE SPACES TO LINEA-CARTA
           IF TTE-SITUACION(IDX-TERMINO) = "A"
               STRING "DE NO RECUPERAR EL MINIMO EN EL PROXIMO "
                   "TERMINO PODRA SER DADO DE BAJA."
                   DELIMITED BY SIZE INTO LINEA-CARTA
           ELSE
               STRING "DEBE RECUPERAR EL MINIMO; AL CUMPLIR "
                   WS-TERMINOS-ALERTA " TERMINOS A PRUEBA RECIBIRA "
                   "ALERTA DE BAJA."
                   DELIMITED BY SIZE INTO LINEA-CARTA
           END-IF
           WRITE LINEA-CARTA
           MOVE "PRESENTESE EN SECRETARIA ACADEMICA." TO LINEA-CARTA
           WRITE LINEA-CARTA
           ADD 1 TO WS-TOTAL-CARTAS.

       GUARDAR-SITUACIONES.
           *> La situación de cada alumno del período reemplaza la
           *> que ya tuviera en ese período o se anexa al final.
           PERFORM VARYING IDX-TERMINO FROM 1 BY 1
                   UNTIL IDX-TERMINO > TOTAL-TERMINO
               PERFORM ACTUALIZAR-SITUACION-ALUMNO
           END-PERFORM

           *> Con la tabla desbordada NO se reescribe, mismo criterio
           *> que HISTORIAL.NOT: se perdería la historia más vieja.
           IF SITUACION-LLENA
               DISPLAY "ADVERTENCIA: SITUACION.HIS NO se reescribe "
                   "(mas de 5000 líneas); depure el archivo y repita "
                   "la corrida."
           ELSE
               OPEN OUTPUT ARCHIVO-SITUACION-HIS
               PERFORM VARYING IDX-SITUACION FROM 1 BY 1
                       UNTIL IDX-SITUACION > TOTAL-SITUACION
                   MOVE TSH-ID(IDX-SITUACION) TO SHI-ID
                   MOVE TSH-PERIODO(IDX-SITUACION) TO SHI-PERIODO
                   MOVE TSH-PROM-TERMINO(IDX-SITUACION)
                       TO SHI-PROM-TERMINO
                   MOVE TSH-PROM-ACUM(IDX-SITUACION) TO SHI-PROM-ACUM
                   MOVE TSH-SITUACION(IDX-SITUACION) TO SHI-SITUACION
                   MOVE TSH-CONSECUTIVOS(IDX-SITUACION)
                       TO SHI-CONSECUTIVOS
                   WRITE REGISTRO-SITUACION-HIS
               END-PERFORM
               CLOSE ARCHIVO-SITUACION-HIS
               DISPLAY "Historia de situaciones al día en "
                   "SITUACION.HIS (período " PERIODO-ACTUAL ")"
           END-IF.

       ACTUALIZAR-SITUACION-ALUMNO.
           MOVE "N" TO WS-SW-SITUACION-HALLADA
           PERFORM VARYING IDX-SITUACION FROM 1 BY 1
                   UNTIL IDX-SITUACION > TOTAL-SITUACION
                      OR SITUACION-HALLADA
               IF TSH-ID(IDX-SITUACION) = TTE-ID(IDX-TERMINO) AND
                  TSH-PERIODO(IDX-SITUACION) = PERIODO-ACTUAL
                   SET SITUACION-HALLADA TO TRUE
               END-IF
           END-PERFORM

           IF SITUACION-HALLADA
               SET IDX-SITUACION DOWN BY 1
           ELSE
               IF TOTAL-SITUACION < 5000
                   ADD 1 TO TOTAL-SITUACION
                   SET IDX-SITUACION TO TOTAL-SITUACION
                   MOVE TTE-ID(IDX-TERMINO) TO TSH-ID(IDX-SITUACION)
                   MOVE PERIODO-ACTUAL TO TSH-PERIODO(IDX-SITUACION)
                   SET SITUACION-HALLADA TO TRUE
               ELSE
                   SET SITUACION-LLENA TO TRUE
               END-IF
           END-IF

           IF SITUACION-HALLADA
               MOVE TTE-PROM-TERMINO(IDX-TERMINO)
                   TO TSH-PROM-TERMINO(IDX-SITUACION)
               MOVE TTE-PROM-ACUM(IDX-TERMINO)
                   TO TSH-PROM-ACUM(IDX-SITUACION)
               MOVE TTE-SITUACION(IDX-TERMINO)
                   TO TSH-SITUACION(IDX-SITUACION)
               MOVE TTE-CONSECUTIVOS(IDX-TERMINO)
                   TO TSH-CONSECUTIVOS(IDX-SITUACION)
           END-IF.
