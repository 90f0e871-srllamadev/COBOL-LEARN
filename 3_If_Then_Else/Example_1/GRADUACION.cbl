       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDITORIA-GRADUACION.
       AUTHOR. TU-NOMBRE.
       DATE-WRITTEN. 15/10/2026.

      *> Auditoría de graduación: para cada candidato pedido en
      *> GRADUA.PAR (matrícula y programa) compara su historia
      *> HISTORIAL.NOT contra los requisitos del programa en
      *> PLANES.DAT (cursos obligatorios, grupos de optativas,
      *> créditos mínimos y promedio acumulado mínimo), con los
      *> créditos de cada curso tomados del maestro CREDITOS.DAT.
      *> Sale una hoja de cotejo por candidato (GRADUA.RPT) con cada
      *> requisito cumplido o pendiente, y la lista de aptos para
      *> graduarse (GRADUADOS.RPT) que registro usa para la nómina
      *> de la ceremonia. La solicitud se borra al terminar, igual
      *> que CERTIFICA.PAR en los certificados.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Candidatos: matrícula y programa, uno por renglón.
           SELECT ARCHIVO-CANDIDATOS ASSIGN TO "GRADUA.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CANDIDATOS.

           *> Requisitos por programa (ver REGISTRO-PLAN).
           SELECT ARCHIVO-PLANES ASSIGN TO "PLANES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PLANES.

           *> Maestro de cursos: créditos y nombre de cada curso
           *> (el código es el de sección en HISTORIAL.NOT).
           SELECT ARCHIVO-CREDITOS ASSIGN TO "CREDITOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-CREDITOS.

           *> Historia académica acumulada (ver
           *> CALIFICACION-ESTUDIANTE / GUARDAR-HISTORIAL-NOTAS).
           SELECT ARCHIVO-HISTORIAL ASSIGN TO "HISTORIAL.NOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-HISTORIAL.

           *> Matrícula oficial, solo para el nombre del alumno.
           SELECT ARCHIVO-MATRICULA ASSIGN TO "MATRICULA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-MATRICULA.

           SELECT ARCHIVO-COTEJO ASSIGN TO "GRADUA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVO-GRADUADOS ASSIGN TO "GRADUADOS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVO-JOURNAL ASSIGN TO "OPERACION.JRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-JOURNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CANDIDATOS.
       01  REGISTRO-CANDIDATO.
           05  CAN-ID               PIC X(6).
           05  CAN-PROGRAMA         PIC X(6).

       *> PLA-TIPO: G mínimos generales (créditos y promedio),
       *> R curso obligatorio, P grupo de optativas con la cantidad
       *> mínima de cursos a aprobar, E curso que pertenece a un
       *> grupo de optativas.
       FD  ARCHIVO-PLANES.
       01  REGISTRO-PLAN.
           05  PLA-PROGRAMA         PIC X(6).
           05  PLA-TIPO             PIC X(1).
           05  PLA-DATOS            PIC X(10).
           05  PLA-GENERAL REDEFINES PLA-DATOS.
               10  PLA-CREDITOS-MIN PIC 9(3).
               10  PLA-PROMEDIO-MIN PIC 9(3).
               10  FILLER           PIC X(4).
           05  PLA-OBLIGATORIO REDEFINES PLA-DATOS.
               10  PLA-CURSO        PIC X(4).
               10  FILLER           PIC X(6).
           05  PLA-GRUPO-DEF REDEFINES PLA-DATOS.
               10  PLA-GRUPO        PIC X(4).
               10  PLA-MINIMO       PIC 9(2).
               10  FILLER           PIC X(4).
           05  PLA-OPTATIVA REDEFINES PLA-DATOS.
               10  PLA-GRUPO-OPT    PIC X(4).
               10  PLA-CURSO-OPT    PIC X(4).
               10  FILLER           PIC X(2).

       FD  ARCHIVO-CREDITOS.
       01  REGISTRO-CREDITOS.
           05  CRE-CURSO            PIC X(4).
           05  CRE-CREDITOS         PIC 9(2).
           05  CRE-NOMBRE           PIC X(30).

       FD  ARCHIVO-HISTORIAL.
       01  REGISTRO-HISTORIAL.
           05  HIS-ID               PIC X(6).
           05  HIS-SECCION          PIC X(4).
           05  HIS-PERIODO          PIC X(6).
           05  HIS-NOTA             PIC 9(3).
           05  HIS-LETRA            PIC X(1).
           05  HIS-ORIGEN           PIC X(1).

       FD  ARCHIVO-MATRICULA.
       01  REGISTRO-MATRICULA.
           05  MAT-SECCION          PIC X(4).
           05  MAT-ID               PIC X(6).
           05  MAT-NOMBRE           PIC X(30).

       FD  ARCHIVO-COTEJO.
       01  REGISTRO-COTEJO          PIC X(80).

       FD  ARCHIVO-GRADUADOS.
       01  REGISTRO-GRADUADO        PIC X(80).

       FD  ARCHIVO-JOURNAL.
       01  REGISTRO-JOURNAL         PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-CANDIDATOS    PIC X(2).
       01  WS-STATUS-PLANES        PIC X(2).
       01  WS-STATUS-CREDITOS      PIC X(2).
       01  WS-STATUS-HISTORIAL     PIC X(2).
       01  WS-STATUS-MATRICULA     PIC X(2).
       01  WS-STATUS-JOURNAL       PIC X(2).
       01  EOF-CANDIDATOS          PIC X(1) VALUE "N".
           88  FIN-CANDIDATOS      VALUE "Y".
       01  EOF-PLANES              PIC X(1) VALUE "N".
           88  FIN-PLANES          VALUE "Y".
       01  EOF-CREDITOS            PIC X(1) VALUE "N".
           88  FIN-CREDITOS        VALUE "Y".
       01  EOF-HISTORIAL           PIC X(1) VALUE "N".
           88  FIN-HISTORIAL       VALUE "Y".
       01  EOF-MATRICULA           PIC X(1) VALUE "N".
           88  FIN-MATRICULA       VALUE "Y".

       *> Fecha y hora reales de la corrida, para encabezar la
       *> salida igual que el resto de los programas del repositorio.
       01  WS-FECHA-HOY            PIC 9(8).
       01  WS-HORA-AHORA           PIC 9(8).

       01  TABLA-PLAN.
           05  TOTAL-PLAN          PIC 9(3) VALUE 0.
           05  PLAN-ITEM           OCCURS 500 TIMES
                                   INDEXED BY IDX-PLAN.
               10  TPL-PROGRAMA    PIC X(6).
               10  TPL-TIPO        PIC X(1).
               10  TPL-GRUPO       PIC X(4).
               10  TPL-CURSO       PIC X(4).
               10  TPL-NUMERO-1    PIC 9(3).
               10  TPL-NUMERO-2    PIC 9(3).
       01  WS-IDX-PLAN-2           PIC 9(3).
       01  WS-IDX-PLAN-3           PIC 9(3).

       01  TABLA-CREDITOS.
           05  TOTAL-CREDITOS      PIC 9(3) VALUE 0.
           05  CREDITOS-ITEM       OCCURS 300 TIMES
                                   INDEXED BY IDX-CREDITOS.
               10  TCR-CURSO       PIC X(4).
               10  TCR-CREDITOS    PIC 9(2).
               10  TCR-NOMBRE      PIC X(30).

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

       01  TABLA-MATRICULA.
           05  TOTAL-MATRICULA     PIC 9(3) VALUE 0.
           05  MATRICULA-ITEM      OCCURS 600 TIMES
                                   INDEXED BY IDX-MATRICULA.
               10  TMA-ID          PIC X(6).
               10  TMA-NOMBRE      PIC X(30).

       *> Cursos aprobados del candidato, uno por curso aunque lo
       *> haya aprobado más de una vez (queda la mejor nota).
       01  TABLA-APROBADOS.
           05  TOTAL-APROBADOS     PIC 9(3) VALUE 0.
           05  APROBADO-ITEM       OCCURS 200 TIMES
                                   INDEXED BY IDX-APROBADO.
               10  TAP-CURSO       PIC X(4).
               10  TAP-NOTA        PIC 9(3).
               10  TAP-LETRA       PIC X(1).
               10  TAP-PERIODO     PIC X(6).
       01  WS-SW-APROBADO-HALLADO  PIC X(1).
           88  APROBADO-HALLADO    VALUE "Y".
       01  WS-SW-CURSO-REPROBADO   PIC X(1).
           88  CURSO-REPROBADO     VALUE "Y".
       01  WS-SW-OBLIGATORIO       PIC X(1).
           88  CURSO-OBLIGATORIO   VALUE "Y".

       01  WS-ID-CANDIDATO         PIC X(6).
       01  WS-PROGRAMA-CANDIDATO   PIC X(6).
       01  WS-NOMBRE-CANDIDATO     PIC X(30).
       01  WS-SW-PROGRAMA          PIC X(1).
           88  PROGRAMA-DEFINIDO   VALUE "Y".
       01  WS-SW-MINIMOS-G         PIC X(1).
           88  MINIMOS-DEFINIDOS   VALUE "Y".
       01  WS-CREDITOS-MIN         PIC 9(3).
       01  WS-PROMEDIO-MIN         PIC 9(3).
       01  WS-CREDITOS-CANDIDATO   PIC 9(4).
       01  WS-SUMA-NOTAS           PIC 9(7).
       01  WS-TERMINOS-CANDIDATO   PIC 9(4).
       01  WS-PROMEDIO-ACUM        PIC 9(3)V99.
       01  WS-PROMEDIO-ACUM-ED     PIC ZZ9.99.
       01  WS-OPTATIVAS-GRUPO      PIC 9(3).
       01  WS-PENDIENTES           PIC 9(3).
       01  WS-CURSO-BUSCADO        PIC X(4).
       01  WS-NOMBRE-CURSO         PIC X(30).
       01  WS-CREDITOS-CURSO       PIC 9(2).
       01  WS-SW-CURSO-MAESTRO     PIC X(1).
           88  CURSO-EN-MAESTRO    VALUE "Y".
       01  WS-MARCA                PIC X(7).
       01  WS-TOTAL-CANDIDATOS     PIC 9(4) VALUE 0.
       01  WS-TOTAL-APTOS          PIC 9(4) VALUE 0.
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
           DISPLAY "=== AUDITORIA DE GRADUACION ==="
           DISPLAY "Corrida: " WS-FECHA-HOY " "
               WS-HORA-AHORA(1:6)
           MOVE "I" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL

           OPEN INPUT ARCHIVO-CANDIDATOS
           IF WS-STATUS-CANDIDATOS NOT = "00"
               DISPLAY "AVISO: GRADUA.PAR no existe, no hay "
                   "candidatos que auditar."
               MOVE "F" TO JRN-TIPO
               PERFORM REGISTRAR-JOURNAL
               GO TO FIN-PROGRAMA
           END-IF

           PERFORM CARGAR-PLANES
           PERFORM CARGAR-CREDITOS
           PERFORM CARGAR-MATRICULA
           PERFORM CARGAR-HISTORIAL-COMPLETO
           *> Con la historia o las tablas truncadas nadie puede
           *> declararse apto: la solicitud se conserva para repetir
           *> la corrida una vez corrido el archivador.
           IF HISTORIA-TRUNCADA OR HAY-DESBORDE
               DISPLAY "ERROR: tablas desbordadas; no se audita. "
                   "GRADUA.PAR se conserva."
               CLOSE ARCHIVO-CANDIDATOS
               MOVE "A" TO WS-FIN-JORNADA
               MOVE "F" TO JRN-TIPO
               PERFORM REGISTRAR-JOURNAL
               GO TO FIN-PROGRAMA
           END-IF

           OPEN OUTPUT ARCHIVO-COTEJO
           OPEN OUTPUT ARCHIVO-GRADUADOS
           MOVE SPACES TO REGISTRO-COTEJO
           STRING "AUDITORIA DE GRADUACION - Corrida: "
               WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO REGISTRO-COTEJO
           WRITE REGISTRO-COTEJO
           MOVE SPACES TO REGISTRO-GRADUADO
           STRING "APTOS PARA GRADUARSE - Corrida: "
               WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO REGISTRO-GRADUADO
           WRITE REGISTRO-GRADUADO
           MOVE SPACES TO REGISTRO-GRADUADO
           STRING "PROGRAMA ALUMNO NOMBRE                         "
               "CREDITOS PROMEDIO"
               DELIMITED BY SIZE INTO REGISTRO-GRADUADO
           WRITE REGISTRO-GRADUADO

           PERFORM UNTIL FIN-CANDIDATOS
               READ ARCHIVO-CANDIDATOS
                   AT END
                       SET FIN-CANDIDATOS TO TRUE
                   NOT AT END
                       IF CAN-ID NOT = SPACES
                           MOVE CAN-ID TO WS-ID-CANDIDATO
                           MOVE CAN-PROGRAMA
                               TO WS-PROGRAMA-CANDIDATO
                           PERFORM AUDITAR-CANDIDATO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-TOTAL-APTOS = 0
               MOVE "SIN CANDIDATOS APTOS EN ESTA CORRIDA"
                   TO REGISTRO-GRADUADO
               WRITE REGISTRO-GRADUADO
           END-IF
           MOVE SPACES TO REGISTRO-GRADUADO
           STRING "APTOS: " WS-TOTAL-APTOS " DE "
               WS-TOTAL-CANDIDATOS " CANDIDATO(S)"
               DELIMITED BY SIZE INTO REGISTRO-GRADUADO
           WRITE REGISTRO-GRADUADO

           CLOSE ARCHIVO-CANDIDATOS
           CLOSE ARCHIVO-COTEJO
           CLOSE ARCHIVO-GRADUADOS

           *> La solicitud ya quedó atendida: se borra para que la
           *> próxima corrida no repita la auditoría.
           CALL "CBL_DELETE_FILE" USING "GRADUA.PAR"
           DISPLAY "Candidatos auditados: " WS-TOTAL-CANDIDATOS
               "  aptos: " WS-TOTAL-APTOS
           DISPLAY "Hojas de cotejo en GRADUA.RPT, nómina en "
               "GRADUADOS.RPT"
           MOVE "F" TO JRN-TIPO
           PERFORM REGISTRAR-JOURNAL.

       FIN-PROGRAMA.
           STOP RUN.

       REGISTRAR-JOURNAL.
           *> Leídos = candidatos, escritos = aptos, rechazos =
           *> candidatos con requisitos pendientes.
           MOVE "AUDITA-GRADUACION" TO JRN-PROGRAMA
           MOVE WS-FECHA-HOY TO JRN-FECHA
           MOVE WS-HORA-AHORA(1:6) TO JRN-HORA
           MOVE WS-TOTAL-CANDIDATOS TO JRN-LEIDOS
           MOVE WS-TOTAL-APTOS TO JRN-ESCRITOS
           COMPUTE JRN-RECHAZOS =
               WS-TOTAL-CANDIDATOS - WS-TOTAL-APTOS
           MOVE "N" TO JRN-DISCREPANCIA
           MOVE WS-FIN-JORNADA TO JRN-FIN
           OPEN EXTEND ARCHIVO-JOURNAL
           IF WS-STATUS-JOURNAL NOT = "00"
               OPEN OUTPUT ARCHIVO-JOURNAL
           END-IF
           WRITE REGISTRO-JOURNAL FROM LINEA-JOURNAL
           CLOSE ARCHIVO-JOURNAL.

       CARGAR-PLANES.
           MOVE 0 TO TOTAL-PLAN
           MOVE "N" TO EOF-PLANES
           OPEN INPUT ARCHIVO-PLANES
           IF WS-STATUS-PLANES NOT = "00"
               DISPLAY "AVISO: PLANES.DAT no existe; ningún "
                   "programa tiene requisitos definidos."
           ELSE
               PERFORM UNTIL FIN-PLANES
                   READ ARCHIVO-PLANES
                       AT END
                           SET FIN-PLANES TO TRUE
                       NOT AT END
                           PERFORM GUARDAR-RENGLON-PLAN
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PLANES
               DISPLAY "Requisitos cargados: " TOTAL-PLAN
                   " renglón(es)"
           END-IF.

       GUARDAR-RENGLON-PLAN.
           IF TOTAL-PLAN >= 500
               IF NOT HAY-DESBORDE
                   DISPLAY "ADVERTENCIA: PLANES.DAT excede 500 "
                       "renglones."
               END-IF
               SET HAY-DESBORDE TO TRUE
           ELSE
               ADD 1 TO TOTAL-PLAN
               SET IDX-PLAN TO TOTAL-PLAN
               MOVE PLA-PROGRAMA TO TPL-PROGRAMA(IDX-PLAN)
               MOVE PLA-TIPO TO TPL-TIPO(IDX-PLAN)
               MOVE SPACES TO TPL-GRUPO(IDX-PLAN)
               MOVE SPACES TO TPL-CURSO(IDX-PLAN)
               MOVE 0 TO TPL-NUMERO-1(IDX-PLAN)
               MOVE 0 TO TPL-NUMERO-2(IDX-PLAN)
               EVALUATE PLA-TIPO
                   WHEN "G"
                       IF PLA-CREDITOS-MIN NUMERIC AND
                          PLA-PROMEDIO-MIN NUMERIC
                           MOVE PLA-CREDITOS-MIN
                               TO TPL-NUMERO-1(IDX-PLAN)
                           MOVE PLA-PROMEDIO-MIN
                               TO TPL-NUMERO-2(IDX-PLAN)
                       ELSE
                           PERFORM DESCARTAR-RENGLON-PLAN
                       END-IF
                   WHEN "R"
                       MOVE PLA-CURSO TO TPL-CURSO(IDX-PLAN)
                   WHEN "P"
                       IF PLA-MINIMO NUMERIC AND PLA-MINIMO > 0
                           MOVE PLA-GRUPO TO TPL-GRUPO(IDX-PLAN)
                           MOVE PLA-MINIMO TO TPL-NUMERO-1(IDX-PLAN)
                       ELSE
                           PERFORM DESCARTAR-RENGLON-PLAN
                       END-IF
                   WHEN "E"
                       MOVE PLA-GRUPO-OPT TO TPL-GRUPO(IDX-PLAN)
                       MOVE PLA-CURSO-OPT TO TPL-CURSO(IDX-PLAN)
                   WHEN OTHER
                       PERFORM DESCARTAR-RENGLON-PLAN
               END-EVALUATE
           END-IF.

       DESCARTAR-RENGLON-PLAN.
           DISPLAY "AVISO: PLANES.DAT renglón inválido omitido: "
               REGISTRO-PLAN
           SUBTRACT 1 FROM TOTAL-PLAN.

       CARGAR-CREDITOS.
           MOVE 0 TO TOTAL-CREDITOS
           MOVE "N" TO EOF-CREDITOS
           OPEN INPUT ARCHIVO-CREDITOS
           IF WS-STATUS-CREDITOS NOT = "00"
               DISPLAY "AVISO: CREDITOS.DAT no existe; todos los "
                   "cursos valen cero créditos."
           ELSE
               PERFORM UNTIL FIN-CREDITOS
                   READ ARCHIVO-CREDITOS
                       AT END
                           SET FIN-CREDITOS TO TRUE
                       NOT AT END
                           IF TOTAL-CREDITOS >= 300
                               IF NOT HAY-DESBORDE
                                   DISPLAY "ADVERTENCIA: "
                                       "CREDITOS.DAT excede 300 "
                                       "cursos."
                               END-IF
                               SET HAY-DESBORDE TO TRUE
                           ELSE
                               ADD 1 TO TOTAL-CREDITOS
                               SET IDX-CREDITOS TO TOTAL-CREDITOS
                               MOVE CRE-CURSO
                                   TO TCR-CURSO(IDX-CREDITOS)
                               IF CRE-CREDITOS NUMERIC
                                   MOVE CRE-CREDITOS
                                       TO TCR-CREDITOS(IDX-CREDITOS)
                               ELSE
                                   MOVE 0
                                       TO TCR-CREDITOS(IDX-CREDITOS)
                               END-IF
                               MOVE CRE-NOMBRE
                                   TO TCR-NOMBRE(IDX-CREDITOS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-CREDITOS
           END-IF.

       CARGAR-MATRICULA.
           *> Solo para el nombre; sin matrícula la hoja lleva solo
           *> la matrícula del candidato.
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
                               MOVE MAT-ID
                                   TO TMA-ID(IDX-MATRICULA)
                               MOVE MAT-NOMBRE
                                   TO TMA-NOMBRE(IDX-MATRICULA)
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
               DISPLAY "AVISO: HISTORIAL.NOT no existe; ningún "
                   "candidato tiene cursos aprobados."
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
                                       "líneas; corra el archivador."
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

       AUDITAR-CANDIDATO.
           ADD 1 TO WS-TOTAL-CANDIDATOS
           MOVE 0 TO WS-PENDIENTES
           PERFORM BUSCAR-NOMBRE-CANDIDATO
           PERFORM ARMAR-CURSOS-APROBADOS

           MOVE ALL "=" TO REGISTRO-COTEJO
           WRITE REGISTRO-COTEJO
           MOVE SPACES TO REGISTRO-COTEJO
           STRING "CANDIDATO: " WS-ID-CANDIDATO " "
               WS-NOMBRE-CANDIDATO " PROGRAMA: "
               WS-PROGRAMA-CANDIDATO
               DELIMITED BY SIZE INTO REGISTRO-COTEJO
           WRITE REGISTRO-COTEJO

           *> Mínimos generales del programa; sin renglón G no hay
           *> contra qué medir créditos ni promedio y el requisito
           *> queda pendiente en la hoja.
           MOVE "N" TO WS-SW-PROGRAMA
           MOVE "N" TO WS-SW-MINIMOS-G
           MOVE 0 TO WS-CREDITOS-MIN
           MOVE 0 TO WS-PROMEDIO-MIN
           PERFORM VARYING IDX-PLAN FROM 1 BY 1
                   UNTIL IDX-PLAN > TOTAL-PLAN
               IF TPL-PROGRAMA(IDX-PLAN) = WS-PROGRAMA-CANDIDATO
                   SET PROGRAMA-DEFINIDO TO TRUE
                   IF TPL-TIPO(IDX-PLAN) = "G"
                       SET MINIMOS-DEFINIDOS TO TRUE
                       MOVE TPL-NUMERO-1(IDX-PLAN) TO WS-CREDITOS-MIN
                       MOVE TPL-NUMERO-2(IDX-PLAN) TO WS-PROMEDIO-MIN
                   END-IF
               END-IF
           END-PERFORM

           IF NOT PROGRAMA-DEFINIDO
               MOVE "  [FALTA] PROGRAMA SIN REQUISITOS EN PLANES.DAT"
                   TO REGISTRO-COTEJO
               WRITE REGISTRO-COTEJO
               ADD 1 TO WS-PENDIENTES
           ELSE
               PERFORM VARYING IDX-PLAN FROM 1 BY 1
                       UNTIL IDX-PLAN > TOTAL-PLAN
                   IF TPL-PROGRAMA(IDX-PLAN) = WS-PROGRAMA-CANDIDATO
                       EVALUATE TPL-TIPO(IDX-PLAN)
                           WHEN "R"
                               PERFORM VERIFICAR-OBLIGATORIO
                           WHEN "P"
                               PERFORM VERIFICAR-GRUPO-OPTATIVAS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
               IF MINIMOS-DEFINIDOS
                   PERFORM VERIFICAR-CREDITOS
                   PERFORM VERIFICAR-PROMEDIO
               ELSE
                   MOVE "  [FALTA] PROGRAMA SIN MINIMOS GENERALES (G)"
                       TO REGISTRO-COTEJO
                   WRITE REGISTRO-COTEJO
                   ADD 1 TO WS-PENDIENTES
               END-IF
           END-IF

           MOVE SPACES TO REGISTRO-COTEJO
           IF WS-PENDIENTES = 0
               MOVE "  RESULTADO: APTO PARA GRADUARSE"
                   TO REGISTRO-COTEJO
               WRITE REGISTRO-COTEJO
               PERFORM ANOTAR-GRADUADO
           ELSE
               STRING "  RESULTADO: NO APTO, " WS-PENDIENTES
                   " REQUISITO(S) PENDIENTE(S)"
                   DELIMITED BY SIZE INTO REGISTRO-COTEJO
               WRITE REGISTRO-COTEJO
           END-IF.

       BUSCAR-NOMBRE-CANDIDATO.
           MOVE SPACES TO WS-NOMBRE-CANDIDATO
           SET IDX-MATRICULA TO 1
           SEARCH MATRICULA-ITEM
               AT END
                   CONTINUE
               WHEN IDX-MATRICULA > TOTAL-MATRICULA
                   CONTINUE
               WHEN TMA-ID(IDX-MATRICULA) = WS-ID-CANDIDATO
                   MOVE TMA-NOMBRE(IDX-MATRICULA)
                       TO WS-NOMBRE-CANDIDATO
           END-SEARCH.

       ARMAR-CURSOS-APROBADOS.
           *> El promedio acumulado es el mismo del certificado:
           *> todas las notas del alumno, aprobadas o no.
           MOVE 0 TO TOTAL-APROBADOS
           MOVE 0 TO WS-SUMA-NOTAS
           MOVE 0 TO WS-TERMINOS-CANDIDATO
           PERFORM VARYING IDX-HISTORIAL FROM 1 BY 1
                   UNTIL IDX-HISTORIAL > TOTAL-HISTORIAL
               IF THI-ID(IDX-HISTORIAL) = WS-ID-CANDIDATO
                   ADD 1 TO WS-TERMINOS-CANDIDATO
                   ADD THI-NOTA(IDX-HISTORIAL) TO WS-SUMA-NOTAS
                   IF THI-LETRA(IDX-HISTORIAL) NOT = "F"
                       PERFORM ANOTAR-CURSO-APROBADO
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TERMINOS-CANDIDATO > 0
               DIVIDE WS-SUMA-NOTAS BY WS-TERMINOS-CANDIDATO
                   GIVING WS-PROMEDIO-ACUM ROUNDED
           ELSE
               MOVE 0 TO WS-PROMEDIO-ACUM
           END-IF.

       ANOTAR-CURSO-APROBADO.
           MOVE "N" TO WS-SW-APROBADO-HALLADO
           PERFORM VARYING IDX-APROBADO FROM 1 BY 1
                   UNTIL IDX-APROBADO > TOTAL-APROBADOS
                      OR APROBADO-HALLADO
               IF TAP-CURSO(IDX-APROBADO) = THI-SECCION(IDX-HISTORIAL)
                   SET APROBADO-HALLADO TO TRUE
               END-IF
           END-PERFORM
           IF APROBADO-HALLADO
               SET IDX-APROBADO DOWN BY 1
               IF THI-NOTA(IDX-HISTORIAL) > TAP-NOTA(IDX-APROBADO)
                   MOVE THI-NOTA(IDX-HISTORIAL)
                       TO TAP-NOTA(IDX-APROBADO)
                   MOVE THI-LETRA(IDX-HISTORIAL)
                       TO TAP-LETRA(IDX-APROBADO)
                   MOVE THI-PERIODO(IDX-HISTORIAL)
                       TO TAP-PERIODO(IDX-APROBADO)
               END-IF
           ELSE
               IF TOTAL-APROBADOS < 200
                   ADD 1 TO TOTAL-APROBADOS
                   SET IDX-APROBADO TO TOTAL-APROBADOS
                   MOVE THI-SECCION(IDX-HISTORIAL)
                       TO TAP-CURSO(IDX-APROBADO)
                   MOVE THI-NOTA(IDX-HISTORIAL)
                       TO TAP-NOTA(IDX-APROBADO)
                   MOVE THI-LETRA(IDX-HISTORIAL)
                       TO TAP-LETRA(IDX-APROBADO)
                   MOVE THI-PERIODO(IDX-HISTORIAL)
                       TO TAP-PERIODO(IDX-APROBADO)
               END-IF
           END-IF.

       BUSCAR-CURSO-APROBADO.
           *> Deja IDX-APROBADO en el curso WS-CURSO-BUSCADO si el
           *> candidato lo aprobó; si no, dice si al menos lo cursó.
           MOVE "N" TO WS-SW-APROBADO-HALLADO
           PERFORM VARYING IDX-APROBADO FROM 1 BY 1
                   UNTIL IDX-APROBADO > TOTAL-APROBADOS
                      OR APROBADO-HALLADO
               IF TAP-CURSO(IDX-APROBADO) = WS-CURSO-BUSCADO
                   SET APROBADO-HALLADO TO TRUE
               END-IF
           END-PERFORM
           IF APROBADO-HALLADO
               SET IDX-APROBADO DOWN BY 1
           END-IF.

       BUSCAR-CURSO-MAESTRO.
           MOVE "N" TO WS-SW-CURSO-MAESTRO
           MOVE SPACES TO WS-NOMBRE-CURSO
           MOVE 0 TO WS-CREDITOS-CURSO
           SET IDX-CREDITOS TO 1
           SEARCH CREDITOS-ITEM
               AT END
                   CONTINUE
               WHEN IDX-CREDITOS > TOTAL-CREDITOS
                   CONTINUE
               WHEN TCR-CURSO(IDX-CREDITOS) = WS-CURSO-BUSCADO
                   SET CURSO-EN-MAESTRO TO TRUE
                   MOVE TCR-NOMBRE(IDX-CREDITOS) TO WS-NOMBRE-CURSO
                   MOVE TCR-CREDITOS(IDX-CREDITOS)
                       TO WS-CREDITOS-CURSO
           END-SEARCH.

       VERIFICAR-OBLIGATORIO.
           MOVE TPL-CURSO(IDX-PLAN) TO WS-CURSO-BUSCADO
           PERFORM BUSCAR-CURSO-MAESTRO
           PERFORM BUSCAR-CURSO-APROBADO
           MOVE SPACES TO REGISTRO-COTEJO
           IF APROBADO-HALLADO
               STRING "  [OK]    OBLIGATORIO " WS-CURSO-BUSCADO " "
                   WS-NOMBRE-CURSO " " TAP-LETRA(IDX-APROBADO)
                   " " TAP-PERIODO(IDX-APROBADO)
                   DELIMITED BY SIZE INTO REGISTRO-COTEJO
           ELSE
               ADD 1 TO WS-PENDIENTES
               MOVE "N" TO WS-SW-CURSO-REPROBADO
               PERFORM VARYING IDX-HISTORIAL FROM 1 BY 1
                       UNTIL IDX-HISTORIAL > TOTAL-HISTORIAL
                   IF THI-ID(IDX-HISTORIAL) = WS-ID-CANDIDATO AND
                      THI-SECCION(IDX-HISTORIAL) = WS-CURSO-BUSCADO
                       SET CURSO-REPROBADO TO TRUE
                   END-IF
               END-PERFORM
               IF CURSO-REPROBADO
                   STRING "  [FALTA] OBLIGATORIO " WS-CURSO-BUSCADO
                       " " WS-NOMBRE-CURSO " REPROBADO"
                       DELIMITED BY SIZE INTO REGISTRO-COTEJO
               ELSE
                   STRING "  [FALTA] OBLIGATORIO " WS-CURSO-BUSCADO
                       " " WS-NOMBRE-CURSO " NO CURSADO"
                       DELIMITED BY SIZE INTO REGISTRO-COTEJO
               END-IF
           END-IF
           WRITE REGISTRO-COTEJO.

       VERIFICAR-GRUPO-OPTATIVAS.
           *> Cuenta los cursos aprobados del grupo; un curso que el
           *> programa exige como obligatorio no cuenta además como
           *> optativa.
           MOVE 0 TO WS-OPTATIVAS-GRUPO
           PERFORM VARYING WS-IDX-PLAN-2 FROM 1 BY 1
                   UNTIL WS-IDX-PLAN-2 > TOTAL-PLAN
               IF TPL-PROGRAMA(WS-IDX-PLAN-2) = WS-PROGRAMA-CANDIDATO
                  AND TPL-TIPO(WS-IDX-PLAN-2) = "E"
                  AND TPL-GRUPO(WS-IDX-PLAN-2) = TPL-GRUPO(IDX-PLAN)
                   MOVE TPL-CURSO(WS-IDX-PLAN-2) TO WS-CURSO-BUSCADO
                   PERFORM BUSCAR-CURSO-APROBADO
                   IF APROBADO-HALLADO
                       PERFORM VERIFICAR-CURSO-OBLIGATORIO
                       IF NOT CURSO-OBLIGATORIO
                           ADD 1 TO WS-OPTATIVAS-GRUPO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OPTATIVAS-GRUPO >= TPL-NUMERO-1(IDX-PLAN)
               MOVE "[OK]   " TO WS-MARCA
           ELSE
               MOVE "[FALTA]" TO WS-MARCA
               ADD 1 TO WS-PENDIENTES
           END-IF
           MOVE SPACES TO REGISTRO-COTEJO
           STRING "  " WS-MARCA " OPTATIVAS GRUPO "
               TPL-GRUPO(IDX-PLAN) ": " WS-OPTATIVAS-GRUPO
               " APROBADA(S) DE " TPL-NUMERO-1(IDX-PLAN)
               " EXIGIDA(S)"
               DELIMITED BY SIZE INTO REGISTRO-COTEJO
           WRITE REGISTRO-COTEJO.

       VERIFICAR-CURSO-OBLIGATORIO.
           MOVE "N" TO WS-SW-OBLIGATORIO
           PERFORM VARYING WS-IDX-PLAN-3 FROM 1 BY 1
                   UNTIL WS-IDX-PLAN-3 > TOTAL-PLAN
                      OR CURSO-OBLIGATORIO
               IF TPL-PROGRAMA(WS-IDX-PLAN-3) = WS-PROGRAMA-CANDIDATO
                  AND TPL-TIPO(WS-IDX-PLAN-3) = "R"
                  AND TPL-CURSO(WS-IDX-PLAN-3) = WS-CURSO-BUSCADO
                   SET CURSO-OBLIGATORIO TO TRUE
               END-IF
           END-PERFORM.

       VERIFICAR-CREDITOS.
           *> Créditos de todos los cursos aprobados; un curso que
           *> no está en el maestro no suma y se avisa en la hoja.
           MOVE 0 TO WS-CREDITOS-CANDIDATO
           PERFORM VARYING IDX-APROBADO FROM 1 BY 1
                   UNTIL IDX-APROBADO > TOTAL-APROBADOS
               MOVE TAP-CURSO(IDX-APROBADO) TO WS-CURSO-BUSCADO
               PERFORM BUSCAR-CURSO-MAESTRO
               IF CURSO-EN-MAESTRO
                   ADD WS-CREDITOS-CURSO TO WS-CREDITOS-CANDIDATO
               ELSE
                   MOVE SPACES TO REGISTRO-COTEJO
                   STRING "  [AVISO] CURSO " WS-CURSO-BUSCADO
                       " SIN CREDITOS EN CREDITOS.DAT, NO SUMA"
                       DELIMITED BY SIZE INTO REGISTRO-COTEJO
                   WRITE REGISTRO-COTEJO
               END-IF
           END-PERFORM
           IF WS-CREDITOS-CANDIDATO >= WS-CREDITOS-MIN
               MOVE "[OK]   " TO WS-MARCA
           ELSE
               MOVE "[FALTA]" TO WS-MARCA
               ADD 1 TO WS-PENDIENTES
           END-IF
           MOVE SPACES TO REGISTRO-COTEJO
           STRING "  " WS-MARCA " CREDITOS: " WS-CREDITOS-CANDIDATO
               " DE " WS-CREDITOS-MIN " EXIGIDOS"
               DELIMITED BY SIZE INTO REGISTRO-COTEJO
           WRITE REGISTRO-COTEJO.

       VERIFICAR-PROMEDIO.
           MOVE WS-PROMEDIO-ACUM TO WS-PROMEDIO-ACUM-ED
           IF WS-PROMEDIO-ACUM >= WS-PROMEDIO-MIN AND
              WS-TERMINOS-CANDIDATO > 0
               MOVE "[OK]   " TO WS-MARCA
           ELSE
               MOVE "[FALTA]" TO WS-MARCA
               ADD 1 TO WS-PENDIENTES
           END-IF
           MOVE SPACES TO REGISTRO-COTEJO
           STRING "  " WS-MARCA " PROMEDIO ACUMULADO: "
               WS-PROMEDIO-ACUM-ED " (MINIMO " WS-PROMEDIO-MIN ")"
               DELIMITED BY SIZE INTO REGISTRO-COTEJO
           WRITE REGISTRO-COTEJO.

       ANOTAR-GRADUADO.
           ADD 1 TO WS-TOTAL-APTOS
           MOVE SPACES TO REGISTRO-GRADUADO
           STRING WS-PROGRAMA-CANDIDATO "   " WS-ID-CANDIDATO " "
               WS-NOMBRE-CANDIDATO " " WS-CREDITOS-CANDIDATO
               "     " WS-PROMEDIO-ACUM-ED
               DELIMITED BY SIZE INTO REGISTRO-GRADUADO
           WRITE REGISTRO-GRADUADO.
