       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-PRERREQUISITOS.
       AUTHOR. TU-NOMBRE.
       DATE-WRITTEN. 15/10/2026.

      *> Validación de la matrícula contra los prerrequisitos:
      *> cada alumno inscrito en MATRICULA.DAT debe tener aprobada
      *> (letra distinta de F en HISTORIAL.NOT, cualquier período)
      *> cada sección que PRERREQ.DAT exige para la sección donde
      *> quedó inscrito. Los que no cumplen salen en PRERREQ.RPT,
      *> agrupados por sección, para que registro los reubique
      *> antes de empezar las clases y no al cierre del término.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Prerrequisitos: un renglón por sección y sección
           *> exigida; una sección con varios renglones exige todos.
           SELECT ARCHIVO-PRERREQ ASSIGN TO "PRERREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PRERREQ.

           SELECT ARCHIVO-MATRICULA ASSIGN TO "MATRICULA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MATRICULA.

           *> Historia académica acumulada (ver
           *> CALIFICACION-ESTUDIANTE / GUARDAR-HISTORIAL-NOTAS).
           SELECT ARCHIVO-HISTORIAL ASSIGN TO "HISTORIAL.NOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORIAL.

           SELECT ARCHIVO-EXCEPCIONES ASSIGN TO "PRERREQ.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVO-JOURNAL ASSIGN TO "OPERACION.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PRERREQ.
       01  REGISTRO-PRERREQ.
           05  PRE-SECCION          PIC X(4).
           05  PRE-REQUISITO        PIC X(4).

       FD  ARCHIVO-MATRICULA.
       01  REGISTRO-MATRICULA.
           05  MAT-SECCION          PIC X(4).
           05  MAT-ID               PIC X(6).
           05  MAT-NOMBRE           PIC X(30).

       FD  ARCHIVO-HISTORIAL.
       01  REGISTRO-HISTORIAL.
           05  HIS-ID               PIC X(6).
           05  HIS-SECCION          PIC X(4).
           05  HIS-PERIODO          PIC X(6).
           05  HIS-NOTA             PIC 9(3).
           05  HIS-LETRA            PIC X(1).

       FD  ARCHIVO-EXCEPCIONES.
       01  REGISTRO-EXCEPCION       PIC X(80).

       FD  ARCHIVO-JOURNAL.
       01  REGISTRO-JOURNAL         PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-PRERREQ       PIC X(2).
       01  WS-STATUS-MATRICULA     PIC X(2).
       01  WS-STATUS-HISTORIAL     PIC X(2).
       01  WS-STATUS-JOURNAL       PIC X(2).
       01  EOF-PRERREQ             PIC X(1) VALUE "N".
           88  FIN-PRERREQ         VALUE "Y".
       01  EOF-MATRICULA           PIC X(1) VALUE "N".
           88  FIN-MATRICULA       VALUE "Y".
       01  EOF-HISTORIAL           PIC X(1) VALUE "N".
           88  FIN-HISTORIAL       VALUE "Y".

       *> Fecha y hora reales de la corrida, para encabezar la
       *> salida igual que el resto de los programas del repositorio.
       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-HORA-AHORA           PIC 9(8).

       01  TABLA-PRERREQ.
           05  TOTAL-PRERREQ       PIC 9(3) VALUE 0.
           05  PRERREQ-ITEM        OCCURS 300 TIMES
                                   INDEXED BY IDX-PRERREQ.
               10  TPR-SECCION     PIC X(4).
               10  TPR-REQUISITO   PIC X(4).

       *> Matrícula en memoria, ordenada por sección y alumno para
       *> cortar el reporte por sección.
       01  TABLA-MATRICULA.
           05  TOTAL-MATRICULA     PIC 9(3) VALUE 0.
           05  MATRICULA-ITEM      OCCURS 600 TIMES
                                   INDEXED BY IDX-MATRICULA.
               10  TMA-SECCION     PIC X(4).
               10  TMA-ID          PIC X(6).
               10  TMA-NOMBRE      PIC X(30).
       01  MATRICULA-SWAP          PIC X(40).
       01  WS-IDX-MATRICULA-2      PIC 9(3).

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
       01  WS-SW-DESBORDE          PIC X(1) VALUE "N".
           88  HAY-DESBORDE        VALUE "Y".

       *> Resultado de buscar un requisito en la historia del
       *> alumno: A aprobado, R solo reprobado, N nunca cursado.
       01  WS-RESULTADO-REQUISITO  PIC X(1).
           88  REQUISITO-APROBADO  VALUE "A".
           88  REQUISITO-REPROBADO VALUE "R".
       01  WS-MOTIVO               PIC X(12).

       01  WS-SECCION-ANTERIOR     PIC X(4).
       01  WS-SW-SECCION-TITULO    PIC X(1).
           88  SECCION-CON-TITULO  VALUE "Y".
       01  WS-SW-ALUMNO-TITULO     PIC X(1).
           88  ALUMNO-CON-TITULO   VALUE "Y".
       01  WS-REQUISITOS-SECCION   PIC 9(3).
       01  WS-EXCEPCIONES-SECCION  PIC 9(3).
       01  WS-TOTAL-VALIDADOS      PIC 9(4) VALUE 0.
       01  WS-TOTAL-ALUMNOS-EXC    PIC 9(4) VALUE 0.
       01  WS-TOTAL-FALTANTES      PIC 9(4) VALUE 0.
       01  WS-FIN-JORNADA          PIC X(1) VALUE "N".

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
           DISPLAY "=== VALIDACION DE PRERREQUISITOS ==="
           DISPLAY "Corrida: " WS-FECHA-HOY " "
               WS-HORA-AHORA(1:6)
           MOVE "I" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL

           PERFORM CARGAR-PRERREQUISITOS
           IF TOTAL-PRERREQ = 0
               DISPLAY "AVISO: sin prerrequisitos en PRERREQ.DAT, "
                   "no hay nada que validar."
               MOVE "F" TO JRN-TIPO
               PERFORM REGISTRAR-JOURNAL
               GO TO FIN-PROGRAMA
           END-IF

           PERFORM CARGAR-MATRICULA
           IF WS-STATUS-MATRICULA NOT = "00"
               DISPLAY "ERROR: no se pudo abrir MATRICULA.DAT"
               MOVE "A" TO WS-FIN-JORNADA
               MOVE "F" TO JRN-TIPO
               PERFORM REGISTRAR-JOURNAL
               GO TO FIN-PROGRAMA
           END-IF
           PERFORM CARGAR-HISTORIAL-COMPLETO
           PERFORM ORDENAR-MATRICULA
           PERFORM GENERAR-REPORTE-EXCEPCIONES

           DISPLAY "Alumnos validados: " WS-TOTAL-VALIDADOS
           DISPLAY "Alumnos sin prerrequisitos: "
               WS-TOTAL-ALUMNOS-EXC
           DISPLAY "Requisitos faltantes: " WS-TOTAL-FALTANTES
           MOVE "F" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL.

       FIN-PROGRAMA.
           STOP RUN.

       REGISTRAR-JOURNAL.
           *> Leídos = inscripciones, escritos = inscripciones
           *> validadas contra algún requisito, rechazos = alumnos
           *> con requisitos faltantes. La discrepancia marca una
           *> validación incompleta por tablas desbordadas.
           MOVE "VALIDA-PRERREQ" TO JRN-PROGRAMA
           MOVE WS-FECHA-HOY TO JRN-FECHA
           MOVE WS-HORA-AHORA(1:6) TO JRN-HORA
           MOVE TOTAL-MATRICULA TO JRN-LEIDOS
           MOVE WS-TOTAL-VALIDADOS TO JRN-ESCRITOS
           MOVE WS-TOTAL-ALUMNOS-EXC TO JRN-RECHAZOS
           IF HISTORIA-TRUNCADA OR HAY-DESBORDE
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

       CARGAR-PRERREQUISITOS.
           MOVE 0 TO TOTAL-PRERREQ
           MOVE "N" TO EOF-PRERREQ
           OPEN INPUT ARCHIVO-PRERREQ
           IF WS-STATUS-PRERREQ = "00"
               PERFORM UNTIL FIN-PRERREQ
                   READ ARCHIVO-PRERREQ
                       AT END
                           SET FIN-PRERREQ TO TRUE
                       NOT AT END
                           IF PRE-SECCION = SPACES OR
                              PRE-REQUISITO = SPACES OR
                              PRE-REQUISITO = PRE-SECCION
                               DISPLAY "AVISO: PRERREQ.DAT renglón "
                                   "inválido omitido: "
                                   REGISTRO-PRERREQ
                           ELSE
                               IF TOTAL-PRERREQ < 300
                                   ADD 1 TO TOTAL-PRERREQ
                                   SET IDX-PRERREQ TO TOTAL-PRERREQ
                                   MOVE PRE-SECCION
                                       TO TPR-SECCION(IDX-PRERREQ)
                                   MOVE PRE-REQUISITO
                                       TO TPR-REQUISITO(IDX-PRERREQ)
                               ELSE
                                   SET HAY-DESBORDE TO TRUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PRERREQ
               IF HAY-DESBORDE
                   DISPLAY "ADVERTENCIA: PRERREQ.DAT excede 300 "
                       "renglones; los restantes no se validan."
               END-IF
           END-IF.

       CARGAR-MATRICULA.
           MOVE 0 TO TOTAL-MATRICULA
           MOVE "N" TO EOF-MATRICULA
           OPEN INPUT ARCHIVO-MATRICULA
           IF WS-STATUS-MATRICULA = "00"
               PERFORM UNTIL FIN-MATRICULA
                   READ ARCHIVO-MATRICULA
                       AT END
                           SET FIN-MATRICULA TO TRUE
                       NOT AT END
                           IF TOTAL-MATRICULA < 600
                               ADD 1 TO TOTAL-MATRICULA
                               SET IDX-MATRICULA TO TOTAL-MATRICULA
                               MOVE MAT-SECCION
                                   TO TMA-SECCION(IDX-MATRICULA)
                               MOVE MAT-ID
                                   TO TMA-ID(IDX-MATRICULA)
                               MOVE MAT-NOMBRE
                                   TO TMA-NOMBRE(IDX-MATRICULA)
                           ELSE
                               IF NOT HAY-DESBORDE
                                   DISPLAY "ADVERTENCIA: "
                                       "MATRICULA.DAT excede 600 "
                                       "inscripciones; las restantes "
                                       "no se validan."
                               END-IF
                               SET HAY-DESBORDE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-MATRICULA
           END-IF.

       CARGAR-HISTORIAL-COMPLETO.
           MOVE 0 TO TOTAL-HISTORIAL
           MOVE "N" TO EOF-HISTORIAL
           OPEN INPUT ARCHIVO-HISTORIAL
           IF WS-STATUS-HISTORIAL NOT = "00"
               DISPLAY "AVISO: HISTORIAL.NOT no existe; todo "
                   "requisito queda como no cursado."
           ELSE
               PERFORM UNTIL FIN-HISTORIAL
                   READ ARCHIVO-HISTORIAL
                       AT END
                           SET FIN-HISTORIAL TO TRUE
                       NOT AT END
                           IF TOTAL-HISTORIAL >= 5000
                               IF NOT HISTORIA-TRUNCADA
                                   SET HISTORIA-TRUNCADA TO TRUE
                                   DISPLAY "ADVERTENCIA: "
                                       "HISTORIAL.NOT excede 5000 "
                                       "líneas; pueden salir "
                                       "excepciones falsas. Corra el "
                                       "archivador."
                               END-IF
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

       ORDENAR-MATRICULA.
           *> Por sección y alumno (burbuja, igual que el ranking).
           PERFORM VARYING IDX-MATRICULA FROM 1 BY 1
                   UNTIL IDX-MATRICULA >= TOTAL-MATRICULA
               PERFORM VARYING WS-IDX-MATRICULA-2 FROM 1 BY 1
                       UNTIL WS-IDX-MATRICULA-2 >= TOTAL-MATRICULA
                   IF TMA-SECCION(WS-IDX-MATRICULA-2) >
                      TMA-SECCION(WS-IDX-MATRICULA-2 + 1) OR
                     (TMA-SECCION(WS-IDX-MATRICULA-2) =
                      TMA-SECCION(WS-IDX-MATRICULA-2 + 1) AND
                      TMA-ID(WS-IDX-MATRICULA-2) >
                      TMA-ID(WS-IDX-MATRICULA-2 + 1))
                       MOVE MATRICULA-ITEM(WS-IDX-MATRICULA-2)
                           TO MATRICULA-SWAP
                       MOVE MATRICULA-ITEM(WS-IDX-MATRICULA-2 + 1)
                           TO MATRICULA-ITEM(WS-IDX-MATRICULA-2)
                       MOVE MATRICULA-SWAP
                           TO MATRICULA-ITEM(WS-IDX-MATRICULA-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       GENERAR-REPORTE-EXCEPCIONES.
           OPEN OUTPUT ARCHIVO-EXCEPCIONES
           MOVE SPACES TO REGISTRO-EXCEPCION
           STRING "INSCRITOS SIN PRERREQUISITOS - Corrida: "
               WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO REGISTRO-EXCEPCION
           WRITE REGISTRO-EXCEPCION
           IF HISTORIA-TRUNCADA OR HAY-DESBORDE
               MOVE SPACES TO REGISTRO-EXCEPCION
               STRING "ADVERTENCIA: VALIDACION INCOMPLETA, TABLAS "
                   "DESBORDADAS (VER CONSOLA)"
                   DELIMITED BY SIZE INTO REGISTRO-EXCEPCION
               WRITE REGISTRO-EXCEPCION
           END-IF

           MOVE SPACES TO WS-SECCION-ANTERIOR
           PERFORM VARYING IDX-MATRICULA FROM 1 BY 1
                   UNTIL IDX-MATRICULA > TOTAL-MATRICULA
               IF TMA-SECCION(IDX-MATRICULA) NOT = WS-SECCION-ANTERIOR
                   PERFORM CERRAR-SECCION
                   PERFORM ABRIR-SECCION
               END-IF
               IF WS-REQUISITOS-SECCION > 0
                   PERFORM VALIDAR-ALUMNO
               END-IF
           END-PERFORM
           PERFORM CERRAR-SECCION

           MOVE ALL "-" TO REGISTRO-EXCEPCION
           WRITE REGISTRO-EXCEPCION
           MOVE SPACES TO REGISTRO-EXCEPCION
           STRING "INSCRIPCIONES VALIDADAS: " WS-TOTAL-VALIDADOS
               "  CON FALTANTES: " WS-TOTAL-ALUMNOS-EXC
               "  REQUISITOS FALTANTES: " WS-TOTAL-FALTANTES
               DELIMITED BY SIZE INTO REGISTRO-EXCEPCION
           WRITE REGISTRO-EXCEPCION
           CLOSE ARCHIVO-EXCEPCIONES
           DISPLAY "Excepciones emitidas en PRERREQ.RPT".

       ABRIR-SECCION.
           *> El título de la sección se imprime recién con su
           *> primera excepción: las secciones en regla no ocupan
           *> espacio en el reporte.
           MOVE TMA-SECCION(IDX-MATRICULA) TO WS-SECCION-ANTERIOR
           MOVE "N" TO WS-SW-SECCION-TITULO
           MOVE 0 TO WS-EXCEPCIONES-SECCION
           MOVE 0 TO WS-REQUISITOS-SECCION
           PERFORM VARYING IDX-PRERREQ FROM 1 BY 1
                   UNTIL IDX-PRERREQ > TOTAL-PRERREQ
               IF TPR-SECCION(IDX-PRERREQ) = WS-SECCION-ANTERIOR
                   ADD 1 TO WS-REQUISITOS-SECCION
               END-IF
           END-PERFORM.

       CERRAR-SECCION.
           IF SECCION-CON-TITULO
               MOVE SPACES TO REGISTRO-EXCEPCION
               STRING "  ALUMNOS CON FALTANTES EN " WS-SECCION-ANTERIOR
                   ": " WS-EXCEPCIONES-SECCION
                   DELIMITED BY SIZE INTO REGISTRO-EXCEPCION
               WRITE REGISTRO-EXCEPCION
           END-IF
           MOVE "N" TO WS-SW-SECCION-TITULO.

       VALIDAR-ALUMNO.
           ADD 1 TO WS-TOTAL-VALIDADOS
           MOVE "N" TO WS-SW-ALUMNO-TITULO
           PERFORM VARYING IDX-PRERREQ FROM 1 BY 1
                   UNTIL IDX-PRERREQ > TOTAL-PRERREQ
               IF TPR-SECCION(IDX-PRERREQ) = WS-SECCION-ANTERIOR
                   PERFORM BUSCAR-REQUISITO-HISTORIA
                   IF NOT REQUISITO-APROBADO
                       PERFORM ESCRIBIR-FALTANTE
                   END-IF
               END-IF
           END-PERFORM.

       BUSCAR-REQUISITO-HISTORIA.
           *> Basta un período aprobado; un reprobado se informa como
           *> tal para distinguirlo de quien nunca lo cursó.
           MOVE "N" TO WS-RESULTADO-REQUISITO
           PERFORM VARYING IDX-HISTORIAL FROM 1 BY 1
                   UNTIL IDX-HISTORIAL > TOTAL-HISTORIAL
                      OR REQUISITO-APROBADO
               IF THI-ID(IDX-HISTORIAL) = TMA-ID(IDX-MATRICULA) AND
                  THI-SECCION(IDX-HISTORIAL) =
                      TPR-REQUISITO(IDX-PRERREQ)
                   IF THI-LETRA(IDX-HISTORIAL) = "F"
                       SET REQUISITO-REPROBADO TO TRUE
                   ELSE
                       SET REQUISITO-APROBADO TO TRUE
                   END-IF
               END-IF
           END-PERFORM.

       ESCRIBIR-FALTANTE.
           IF NOT SECCION-CON-TITULO
               SET SECCION-CON-TITULO TO TRUE
               MOVE SPACES TO REGISTRO-EXCEPCION
               WRITE REGISTRO-EXCEPCION
               MOVE SPACES TO REGISTRO-EXCEPCION
               STRING "SECCION " WS-SECCION-ANTERIOR
                   DELIMITED BY SIZE INTO REGISTRO-EXCEPCION
               WRITE REGISTRO-EXCEPCION
           END-IF
           IF NOT ALUMNO-CON-TITULO
               SET ALUMNO-CON-TITULO TO TRUE
               ADD 1 TO WS-EXCEPCIONES-SECCION
               ADD 1 TO WS-TOTAL-ALUMNOS-EXC
           END-IF
           IF REQUISITO-REPROBADO
               MOVE "REPROBADO" TO WS-MOTIVO
           ELSE
               MOVE "NO CURSADO" TO WS-MOTIVO
           END-IF
           MOVE SPACES TO REGISTRO-EXCEPCION
           STRING "  " TMA-ID(IDX-MATRICULA) " "
               TMA-NOMBRE(IDX-MATRICULA) " FALTA "
               TPR-REQUISITO(IDX-PRERREQ) " " WS-MOTIVO
               DELIMITED BY SIZE INTO REGISTRO-EXCEPCION
           WRITE REGISTRO-EXCEPCION
           ADD 1 TO WS-TOTAL-FALTANTES.
