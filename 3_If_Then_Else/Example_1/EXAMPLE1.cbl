
           *> Pesos de los componentes de la calificación (tres
           *> porcentajes que deben sumar 100); si el archivo no
           *> existe se usa 30/30/40. El nombre es el de la versión
           *> vigente (PESOS.PAR.Vnnn) o el archivo vivo.
           SELECT ARCHIVO-PESOS ASSIGN TO DYNAMIC WS-NOMBRE-PESOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-PESOS.

           *> Registro de versiones de parámetros (ver
           *> MANTENIMIENTO-PARAMETROS).
           SELECT ARCHIVO-VERSIONES ASSIGN TO "PARAMVER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-VERSIONES.

           *> Boletas: un bloque con formato por alumno (nota, letra,
           *> comentario, estado y el promedio del curso como
           *> contexto), para dejar de imprimir la consola.
           SELECT ARCHIVO-BOLETAS-CORR ASSIGN TO "BOLETACOR.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Exámenes extraordinarios del período: sección,
           *> matrícula, nota del extraordinario y, opcional, el
           *> período al que corresponde. Como ASISTENCIA.DAT, es un
           *> archivo vigente del período y se aplica en cada
           *> corrida: la nota sustituye al examen final de quien
           *> reprobó con asistencia suficiente, con el tope de
           *> EXTRAORD.PAR, y lo rechazado sale con su motivo.
           SELECT ARCHIVO-EXTRAORD ASSIGN TO "EXTRAORD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-EXTRAORD.

           *> Letra máxima alcanzable por extraordinario; sin el
           *> archivo el tope es C.
           SELECT ARCHIVO-TOPE-EXTRAORD ASSIGN TO "EXTRAORD.PAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-TOPE-EXTRAORD.

           *> Resultados de extraordinarios por sección, aceptados
           *> y rechazados.
           SELECT ARCHIVO-EXTRAORD-RPT ASSIGN TO "EXTRAORD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           *> Diario de operaciones común del turno nocturno (ver
           *> RESUMEN-OPERACIONES): registro de control al iniciar y
           *> al terminar, con contadores.
           05  PES-TAREAS           PIC 9(3).
           05  PES-FINAL            PIC 9(3).

       FD  ARCHIVO-VERSIONES.
       01  REGISTRO-VERSION.
           05  PVR-ARCHIVO          PIC X(16).
           05  PVR-VERSION          PIC 9(3).
           05  PVR-VIGENCIA         PIC 9(8).
           05  PVR-OPERADOR         PIC X(10).
           05  PVR-FECHA-REG        PIC 9(8).
           05  PVR-HORA-REG         PIC 9(6).
           05  PVR-RENGLONES        PIC 9(3).
           05  PVR-MOTIVO           PIC X(26).

       FD  ARCHIVO-MATRICULA.
       01  REGISTRO-MATRICULA.
           05  MAT-SECCION          PIC X(4).
           05  HIS-PERIODO          PIC X(6).
           05  HIS-NOTA             PIC 9(3).
           05  HIS-LETRA            PIC X(1).
           *> "E" = resultado de examen extraordinario; espacio =
           *> calificación ordinaria (y las líneas viejas, más
           *> cortas).
           05  HIS-ORIGEN           PIC X(1).

       FD  ARCHIVO-EXTRAORD.
       01  REGISTRO-EXTRAORD.
           05  EXT-SECCION          PIC X(4).
           05  EXT-ID               PIC X(6).
           05  EXT-NOTA             PIC 9(3).
           05  EXT-PERIODO          PIC X(6).

       FD  ARCHIVO-TOPE-EXTRAORD.
       01  REGISTRO-TOPE-EXTRAORD.
           05  TOP-LETRA            PIC X(1).

       FD  ARCHIVO-EXTRAORD-RPT.
       01  REGISTRO-EXTRAORD-RPT    PIC X(80).

       FD  ARCHIVO-JOURNAL.
       01  REGISTRO-JOURNAL         PIC X(60).

       01  WS-STATUS-PESOS         PIC X(2).
       01  WS-STATUS-JOURNAL       PIC X(2).
       01  WS-STATUS-VERSIONES     PIC X(2).

       *> Versión de parámetros vigente a la fecha de la corrida
       *> (ver SELECCIONAR-VERSION-PARAM).
       01  WS-NOMBRE-PESOS         PIC X(20) VALUE "PESOS.PAR".
       01  WS-VER-CONJUNTO         PIC X(16).
       01  WS-VER-FECHA            PIC 9(8).
       01  WS-VER-NUMERO           PIC 9(3).
       01  WS-VER-VIGENCIA         PIC 9(8).
       01  WS-VER-OPERADOR         PIC X(10).
       01  WS-VER-NOMBRE           PIC X(20).
       01  WS-VER-DESCRIPCION      PIC X(60).
       01  WS-SW-VER-HALLADA       PIC X(1).
           88  VER-HALLADA         VALUE "Y".
       01  EOF-VERSIONES           PIC X(1).
           88  FIN-VERSIONES       VALUE "Y".

       *> Matrícula oficial en memoria; TMA-VISTO marca a quien ya
       *> apareció calificado en ALUMNOS.DAT. Sin MATRICULA.DAT la
               10  THI-PERIODO     PIC X(6).
               10  THI-NOTA        PIC 9(3).
               10  THI-LETRA       PIC X(1).
               10  THI-ORIGEN      PIC X(1).
       01  WS-SW-HIST-HALLADO      PIC X(1).
           88  HISTORIAL-HALLADO   VALUE "Y".
       01  WS-SW-AVISO-HISTORIAL   PIC X(1) VALUE "N".
               10  TAL-SIN-DERECHO PIC X(1).
               *> "Y" = nota sustituida por la pasada de corrección.
               10  TAL-CORREGIDO   PIC X(1).
               *> "Y" = nota rehecha con el examen extraordinario
               *> (TAL-FINAL conserva el examen final original).
               10  TAL-EXTRAORDINARIO PIC X(1).
               10  TAL-NOTA-EXTRAORD PIC 9(3).
       01  ALUMNO-SWAP.
           05  ASW-SECCION         PIC X(4).
           05  ASW-ID              PIC X(6).
           05  ASW-MENSAJE         PIC X(30).
           05  ASW-SIN-DERECHO     PIC X(1).
           05  ASW-CORREGIDO       PIC X(1).
           05  ASW-EXTRAORDINARIO  PIC X(1).
           05  ASW-NOTA-EXTRAORD   PIC 9(3).
       01  WS-IDX-ALUMNO-2         PIC 9(3).
       01  WS-TABLA-ALUMNOS-LLENA  PIC X(1) VALUE "N".
       01  WS-POSICION-RANKING     PIC 9(3).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  ADN-INICIALES       PIC X(3).

       *> Exámenes extraordinarios del período en memoria, con el
       *> resultado de cada uno para el reporte por sección.
       *> TEX-ESTADO: P pendiente, A aplicado, R rechazado.
       01  WS-STATUS-EXTRAORD      PIC X(2).
       01  WS-STATUS-TOPE-EXTRAORD PIC X(2).
       01  EOF-EXTRAORD            PIC X(1) VALUE "N".
           88  FIN-EXTRAORD        VALUE "Y".
       01  TABLA-EXTRAORD.
           05  TOTAL-EXTRAORD      PIC 9(3) VALUE 0.
           05  EXTRAORD-ITEM       OCCURS 200 TIMES
                                   INDEXED BY IDX-EXTRAORD.
               10  TEX-SECCION     PIC X(4).
               10  TEX-ID          PIC X(6).
               10  TEX-NOTA        PIC 9(3).
               10  TEX-NOMBRE      PIC X(30).
               10  TEX-NOTA-ANT    PIC 9(3).
               10  TEX-LETRA-ANT   PIC X(1).
               10  TEX-NOTA-NUEVA  PIC 9(3).
               10  TEX-LETRA-NUEVA PIC X(1).
               10  TEX-TOPADO      PIC X(1).
               10  TEX-ESTADO      PIC X(1).
               10  TEX-MOTIVO      PIC X(15).
       01  EXTRAORD-SWAP           PIC X(68).
       01  WS-IDX-EXTRAORD-2       PIC 9(3).
       01  WS-SW-EXTRAORD-HALLADO  PIC X(1).
           88  EXTRAORD-HALLADO    VALUE "Y".
       01  WS-SW-ALUMNO-EXTRAORD   PIC X(1) VALUE "N".
           88  ALUMNO-EXTRAORD     VALUE "Y".
       01  WS-NOTA-EXTRAORD        PIC 9(3) VALUE 0.
       01  WS-EXT-FINAL-ORIGINAL   PIC 9(3).
       *> Tope por omisión: C, es decir nota máxima 79.
       01  WS-LETRA-TOPE-EXTRAORD  PIC X(1) VALUE "C".
       01  WS-NOTA-TOPE-EXTRAORD   PIC 9(3) VALUE 79.
       01  WS-EXT-APLICADOS        PIC 9(3) VALUE 0.
       01  WS-EXT-RECHAZADOS       PIC 9(3) VALUE 0.
       01  WS-EXT-SECCION-ANT      PIC X(4).
       01  LINEA-EXTRAORD.
           05  LEX-ID              PIC X(6).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LEX-NOMBRE          PIC X(30).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LEX-NOTA-ANT        PIC ZZ9 BLANK WHEN ZERO.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LEX-LETRA-ANT       PIC X(1).
           05  FILLER              PIC X(2) VALUE SPACE.
           05  LEX-NOTA            PIC ZZ9.
           05  FILLER              PIC X(2) VALUE SPACE.
           05  LEX-NOTA-NUEVA      PIC ZZ9 BLANK WHEN ZERO.
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LEX-LETRA-NUEVA     PIC X(1).
           05  FILLER              PIC X(1) VALUE SPACE.
           05  LEX-RESULTADO       PIC X(24).

       *> Regla de asistencia mínima: debajo del umbral el alumno
       *> pierde el derecho al curso aunque la nota alcance.
       01  WS-STATUS-ASISTENCIA    PIC X(2).
           PERFORM CARGAR-MATRICULA
           PERFORM CARGAR-PERIODO
           PERFORM CARGAR-ASISTENCIA
           PERFORM CARGAR-EXTRAORDINARIOS
           PERFORM DETECTAR-CORRECCION-NOTAS

           MOVE "I" TO JRN-TIPO
               WS-TOTAL-OMITIDOS.
           PERFORM MOSTRAR-DISTRIBUCION-CALIFICACIONES.
           PERFORM GENERAR-REPORTE-FALTANTES.
           IF TOTAL-EXTRAORD > 0
               PERFORM GENERAR-REPORTE-EXTRAORD
           END-IF.
           *> En pasada de corrección la BOLETA.RPT original no se
           *> toca: solo se reexpiden las boletas afectadas y el
           *> maestro ALUMNOS.DAT queda con los componentes
               " " WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO REGISTRO-BOLETA
           WRITE REGISTRO-BOLETA
           MOVE SPACES TO REGISTRO-BOLETA
           STRING "PARAMETROS: " WS-VER-DESCRIPCION
               DELIMITED BY SIZE INTO REGISTRO-BOLETA
           WRITE REGISTRO-BOLETA

           PERFORM VARYING IDX-ALUMNO FROM 1 BY 1
                   UNTIL IDX-ALUMNO > TOTAL-ALUMNOS-TAB
               "  EXAMEN FINAL " TAL-FINAL(IDX-ALUMNO)
               DELIMITED BY SIZE INTO REGISTRO-BOLETA
           WRITE REGISTRO-BOLETA
           IF TAL-EXTRAORDINARIO(IDX-ALUMNO) = "Y"
               MOVE SPACES TO REGISTRO-BOLETA
               STRING "EXAMEN EXTRAORDINARIO "
                   TAL-NOTA-EXTRAORD(IDX-ALUMNO)
                   " (SUSTITUYE AL FINAL, TOPE "
                   WS-LETRA-TOPE-EXTRAORD ")"
                   DELIMITED BY SIZE INTO REGISTRO-BOLETA
               WRITE REGISTRO-BOLETA
           END-IF
           MOVE SPACES TO REGISTRO-BOLETA
           STRING "NOTA: " TAL-NOTA(IDX-ALUMNO)
               "  CALIFICACION: " TAL-LETRA(IDX-ALUMNO)
               " " WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO REGISTRO-RANKING
           WRITE REGISTRO-RANKING
           MOVE SPACES TO REGISTRO-RANKING
           STRING "PARAMETROS: " WS-VER-DESCRIPCION
               DELIMITED BY SIZE INTO REGISTRO-RANKING
           WRITE REGISTRO-RANKING
           MOVE "POS. SECC ALUMNO NOMBRE                       NOTA"
               TO REGISTRO-RANKING
           WRITE REGISTRO-RANKING
               IF TAL-SIN-DERECHO(IDX-ALUMNO) = "Y"
                   MOVE "SIN DERECHO" TO WS-MARCA-RANKING
               END-IF
               IF TAL-EXTRAORDINARIO(IDX-ALUMNO) = "Y"
                   MOVE "EXTRAORDINARIO" TO WS-MARCA-RANKING
               END-IF
               IF TAL-CORREGIDO(IDX-ALUMNO) = "Y"
                   MOVE "CORREGIDO" TO WS-MARCA-RANKING
               END-IF
                   MOVE THI-PERIODO(IDX-HISTORIAL) TO HIS-PERIODO
                   MOVE THI-NOTA(IDX-HISTORIAL) TO HIS-NOTA
                   MOVE THI-LETRA(IDX-HISTORIAL) TO HIS-LETRA
                   MOVE THI-ORIGEN(IDX-HISTORIAL) TO HIS-ORIGEN
                   WRITE REGISTRO-HISTORIAL
               END-PERFORM
               CLOSE ARCHIVO-HISTORIAL
               MOVE HIS-PERIODO TO THI-PERIODO(IDX-HISTORIAL)
               MOVE HIS-NOTA TO THI-NOTA(IDX-HISTORIAL)
               MOVE HIS-LETRA TO THI-LETRA(IDX-HISTORIAL)
               MOVE HIS-ORIGEN TO THI-ORIGEN(IDX-HISTORIAL)
           END-IF.

       ACTUALIZAR-HISTORIAL-ALUMNO.
           IF TAL-EXTRAORDINARIO(IDX-ALUMNO) = "Y"
               MOVE "E" TO HIS-ORIGEN
           ELSE
               MOVE SPACE TO HIS-ORIGEN
           END-IF
           MOVE "N" TO WS-SW-HIST-HALLADO
           PERFORM VARYING IDX-HISTORIAL FROM 1 BY 1
                   UNTIL IDX-HISTORIAL > TOTAL-HISTORIAL
               MOVE TAL-NOTA(IDX-ALUMNO) TO THI-NOTA(IDX-HISTORIAL)
               MOVE TAL-LETRA(IDX-ALUMNO)
                   TO THI-LETRA(IDX-HISTORIAL)
               MOVE HIS-ORIGEN TO THI-ORIGEN(IDX-HISTORIAL)
               ADD 1 TO WS-HIST-AGREGADOS
           ELSE
               IF TOTAL-HISTORIAL < 5000
                       TO THI-NOTA(IDX-HISTORIAL)
                   MOVE TAL-LETRA(IDX-ALUMNO)
                       TO THI-LETRA(IDX-HISTORIAL)
                   MOVE HIS-ORIGEN TO THI-ORIGEN(IDX-HISTORIAL)
                   ADD 1 TO WS-HIST-AGREGADOS
               ELSE
                   *> Sin espacio para anexar: misma bandera que el
           *> omisión.
           MOVE 0 TO TOTAL-PESOS
           MOVE "N" TO EOF-PESOS
           MOVE "PESOS.PAR" TO WS-VER-CONJUNTO
           MOVE WS-FECHA-HOY TO WS-VER-FECHA
           PERFORM SELECCIONAR-VERSION-PARAM
           MOVE WS-VER-NOMBRE TO WS-NOMBRE-PESOS
           OPEN INPUT ARCHIVO-PESOS
           IF WS-STATUS-PESOS = "00"
               PERFORM UNTIL FIN-PESOS
               CLOSE ARCHIVO-PESOS
               DISPLAY "Pesos por sección cargados: " TOTAL-PESOS
           ELSE
               DISPLAY "AVISO: " WS-NOMBRE-PESOS " no existe, se usa "
                   "30/30/40 en todas las secciones"
           END-IF.

       SELECCIONAR-VERSION-PARAM.
           *> Versión de WS-VER-CONJUNTO vigente a WS-VER-FECHA según
           *> PARAMVER.DAT: la de mayor vigencia no posterior a la
           *> fecha y, a igual vigencia, la de número más alto. Sin
           *> versiones registradas se lee el archivo vivo.
           MOVE "N" TO WS-SW-VER-HALLADA
           MOVE 0 TO WS-VER-NUMERO
           MOVE 0 TO WS-VER-VIGENCIA
           MOVE SPACES TO WS-VER-OPERADOR
           MOVE "N" TO EOF-VERSIONES
           OPEN INPUT ARCHIVO-VERSIONES
           IF WS-STATUS-VERSIONES = "00"
               PERFORM UNTIL FIN-VERSIONES
                   READ ARCHIVO-VERSIONES
                       AT END
                           SET FIN-VERSIONES TO TRUE
                       NOT AT END
                           PERFORM EVALUAR-VERSION-PARAM
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-VERSIONES
           END-IF
           MOVE SPACES TO WS-VER-NOMBRE
           MOVE SPACES TO WS-VER-DESCRIPCION
           IF VER-HALLADA
               STRING WS-VER-CONJUNTO DELIMITED BY SPACE
                   ".V" WS-VER-NUMERO DELIMITED BY SIZE
                   INTO WS-VER-NOMBRE
               STRING WS-VER-CONJUNTO DELIMITED BY SPACE
                   " V" WS-VER-NUMERO " VIGENTE DESDE "
                   WS-VER-VIGENCIA " (" DELIMITED BY SIZE
                   WS-VER-OPERADOR DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO WS-VER-DESCRIPCION
           ELSE
               MOVE WS-VER-CONJUNTO TO WS-VER-NOMBRE
               STRING WS-VER-CONJUNTO DELIMITED BY SPACE
                   " SIN VERSION REGISTRADA (ARCHIVO VIVO)"
                   DELIMITED BY SIZE INTO WS-VER-DESCRIPCION
           END-IF
           DISPLAY "Parámetros: " WS-VER-DESCRIPCION.

       EVALUAR-VERSION-PARAM.
           IF PVR-ARCHIVO = WS-VER-CONJUNTO AND
              PVR-VIGENCIA <= WS-VER-FECHA
               IF NOT VER-HALLADA OR
                  PVR-VIGENCIA > WS-VER-VIGENCIA OR
                  (PVR-VIGENCIA = WS-VER-VIGENCIA AND
                   PVR-VERSION > WS-VER-NUMERO)
                   SET VER-HALLADA TO TRUE
                   MOVE PVR-VERSION TO WS-VER-NUMERO
                   MOVE PVR-VIGENCIA TO WS-VER-VIGENCIA
                   MOVE PVR-OPERADOR TO WS-VER-OPERADOR
               END-IF
           END-IF.

       GUARDAR-PESOS-SECCION.
               WS-FECHA-HOY " " WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO REGISTRO-BOLETA-CORR
           WRITE REGISTRO-BOLETA-CORR
           MOVE SPACES TO REGISTRO-BOLETA-CORR
           STRING "PARAMETROS: " WS-VER-DESCRIPCION
               DELIMITED BY SIZE INTO REGISTRO-BOLETA-CORR
           WRITE REGISTRO-BOLETA-CORR

           PERFORM VARYING IDX-ALUMNO FROM 1 BY 1
                   UNTIL IDX-ALUMNO > TOTAL-ALUMNOS-TAB
               "  EXAMEN FINAL " TAL-FINAL(IDX-ALUMNO)
               DELIMITED BY SIZE INTO REGISTRO-BOLETA-CORR
           WRITE REGISTRO-BOLETA-CORR
           IF TAL-EXTRAORDINARIO(IDX-ALUMNO) = "Y"
               MOVE SPACES TO REGISTRO-BOLETA-CORR
               STRING "EXAMEN EXTRAORDINARIO "
                   TAL-NOTA-EXTRAORD(IDX-ALUMNO)
                   " (SUSTITUYE AL FINAL, TOPE "
                   WS-LETRA-TOPE-EXTRAORD ")"
                   DELIMITED BY SIZE INTO REGISTRO-BOLETA-CORR
               WRITE REGISTRO-BOLETA-CORR
           END-IF
           MOVE SPACES TO REGISTRO-BOLETA-CORR
           STRING "NOTA: " TAL-NOTA(IDX-ALUMNO)
               "  CALIFICACION: " TAL-LETRA(IDX-ALUMNO)
               PERFORM CALCULAR-NOTA-PONDERADA
               PERFORM ASIGNAR-CALIFICACION
               PERFORM EVALUAR-ASISTENCIA
               PERFORM APLICAR-EXTRAORDINARIO
               PERFORM MOSTRAR-RESULTADO-ALUMNO
               PERFORM ACUMULAR-ESTADISTICAS-CURSO
               PERFORM ACUMULAR-ESTADISTICAS-SECCION
                   ID-ESTUDIANTE " (" WS-PCT-ASISTENCIA "%)"
           END-IF.

       CARGAR-EXTRAORDINARIOS.
           *> Lo que no puede aplicarse a nadie (nota inválida, otro
           *> período, renglón repetido) queda rechazado desde la
           *> carga; el resto espera a que su alumno se califique.
           MOVE 0 TO TOTAL-EXTRAORD
           MOVE "N" TO EOF-EXTRAORD
           OPEN INPUT ARCHIVO-EXTRAORD
           IF WS-STATUS-EXTRAORD = "00"
               PERFORM UNTIL FIN-EXTRAORD
                   READ ARCHIVO-EXTRAORD
                       AT END
                           SET FIN-EXTRAORD TO TRUE
                       NOT AT END
                           IF TOTAL-EXTRAORD < 200
                               PERFORM GUARDAR-EXTRAORDINARIO
                           ELSE
                               DISPLAY "ADVERTENCIA: EXTRAORD.DAT "
                                   "excede 200 renglones; se omite "
                                   EXT-SECCION " " EXT-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-EXTRAORD
               DISPLAY "Extraordinarios cargados: " TOTAL-EXTRAORD
               PERFORM CARGAR-TOPE-EXTRAORD
           END-IF.

       GUARDAR-EXTRAORDINARIO.
           ADD 1 TO TOTAL-EXTRAORD
           SET IDX-EXTRAORD TO TOTAL-EXTRAORD
           MOVE EXT-SECCION TO TEX-SECCION(IDX-EXTRAORD)
           MOVE EXT-ID TO TEX-ID(IDX-EXTRAORD)
           MOVE SPACES TO TEX-NOMBRE(IDX-EXTRAORD)
           MOVE 0 TO TEX-NOTA-ANT(IDX-EXTRAORD)
           MOVE SPACE TO TEX-LETRA-ANT(IDX-EXTRAORD)
           MOVE 0 TO TEX-NOTA-NUEVA(IDX-EXTRAORD)
           MOVE SPACE TO TEX-LETRA-NUEVA(IDX-EXTRAORD)
           MOVE "N" TO TEX-TOPADO(IDX-EXTRAORD)
           MOVE "P" TO TEX-ESTADO(IDX-EXTRAORD)
           MOVE SPACES TO TEX-MOTIVO(IDX-EXTRAORD)
           IF EXT-NOTA NOT NUMERIC
               MOVE 0 TO TEX-NOTA(IDX-EXTRAORD)
           ELSE
               MOVE EXT-NOTA TO TEX-NOTA(IDX-EXTRAORD)
           END-IF

           MOVE "N" TO WS-SW-EXTRAORD-HALLADO
           PERFORM VARYING WS-IDX-EXTRAORD-2 FROM 1 BY 1
                   UNTIL WS-IDX-EXTRAORD-2 >= TOTAL-EXTRAORD
               IF TEX-SECCION(WS-IDX-EXTRAORD-2) = EXT-SECCION AND
                  TEX-ID(WS-IDX-EXTRAORD-2) = EXT-ID AND
                  TEX-ESTADO(WS-IDX-EXTRAORD-2) = "P"
                   SET EXTRAORD-HALLADO TO TRUE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN EXT-NOTA NOT NUMERIC OR EXT-NOTA > 100
                   MOVE "NOTA INVALIDA" TO TEX-MOTIVO(IDX-EXTRAORD)
               WHEN EXT-PERIODO NOT = SPACES AND
                    EXT-PERIODO NOT = PERIODO-ACTUAL
                   MOVE "OTRO PERIODO" TO TEX-MOTIVO(IDX-EXTRAORD)
               WHEN EXTRAORD-HALLADO
                   MOVE "REPETIDO" TO TEX-MOTIVO(IDX-EXTRAORD)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF TEX-MOTIVO(IDX-EXTRAORD) NOT = SPACES
               PERFORM RECHAZAR-EXTRAORDINARIO
           END-IF.

       CARGAR-TOPE-EXTRAORD.
           *> Letra máxima A, B, C o D; la nota se topa en el máximo
           *> de esa letra para que nota y letra cuadren.
           OPEN INPUT ARCHIVO-TOPE-EXTRAORD
           IF WS-STATUS-TOPE-EXTRAORD = "00"
               READ ARCHIVO-TOPE-EXTRAORD
                   AT END
                       MOVE SPACE TO TOP-LETRA
               END-READ
               CLOSE ARCHIVO-TOPE-EXTRAORD
               EVALUATE TOP-LETRA
                   WHEN "A"
                       MOVE 100 TO WS-NOTA-TOPE-EXTRAORD
                   WHEN "B"
                       MOVE 89 TO WS-NOTA-TOPE-EXTRAORD
                   WHEN "C"
                       MOVE 79 TO WS-NOTA-TOPE-EXTRAORD
                   WHEN "D"
                       MOVE 69 TO WS-NOTA-TOPE-EXTRAORD
                   WHEN OTHER
                       DISPLAY "AVISO: EXTRAORD.PAR inválido, el "
                           "tope queda en C"
                       MOVE "C" TO TOP-LETRA
               END-EVALUATE
               MOVE TOP-LETRA TO WS-LETRA-TOPE-EXTRAORD
           END-IF
           DISPLAY "Tope de extraordinario: letra "
               WS-LETRA-TOPE-EXTRAORD " (nota máxima "
               WS-NOTA-TOPE-EXTRAORD ")".

       APLICAR-EXTRAORDINARIO.
           *> Solo tiene derecho quien reprobó por nota y cumplió la
           *> asistencia. La nota del extraordinario reemplaza al
           *> examen final con los pesos de la sección y el resultado
           *> se topa; TAL-FINAL conserva el final original, de modo
           *> que un regrabado de ALUMNOS.DAT no lo pierde y la
           *> próxima corrida vuelve a aplicar el mismo extraordinario.
           MOVE "N" TO WS-SW-ALUMNO-EXTRAORD
           MOVE 0 TO WS-NOTA-EXTRAORD
           MOVE "N" TO WS-SW-EXTRAORD-HALLADO
           PERFORM VARYING IDX-EXTRAORD FROM 1 BY 1
                   UNTIL IDX-EXTRAORD > TOTAL-EXTRAORD
                      OR EXTRAORD-HALLADO
               IF TEX-SECCION(IDX-EXTRAORD) = SECCION-ESTUDIANTE AND
                  TEX-ID(IDX-EXTRAORD) = ID-ESTUDIANTE AND
                  TEX-ESTADO(IDX-EXTRAORD) = "P"
                   SET EXTRAORD-HALLADO TO TRUE
               END-IF
           END-PERFORM

           IF EXTRAORD-HALLADO
               SET IDX-EXTRAORD DOWN BY 1
               MOVE NOMBRE-ESTUDIANTE TO TEX-NOMBRE(IDX-EXTRAORD)
               MOVE NOTA TO TEX-NOTA-ANT(IDX-EXTRAORD)
               MOVE LETRA-CALIFICACION TO TEX-LETRA-ANT(IDX-EXTRAORD)
               EVALUATE TRUE
                   WHEN SIN-DERECHO-CURSO
                       MOVE "SIN ASISTENCIA"
                           TO TEX-MOTIVO(IDX-EXTRAORD)
                       PERFORM RECHAZAR-EXTRAORDINARIO
                   WHEN NOTA >= 60
                       MOVE "NO REPROBO"
                           TO TEX-MOTIVO(IDX-EXTRAORD)
                       PERFORM RECHAZAR-EXTRAORDINARIO
                   WHEN OTHER
                       PERFORM RECALIFICAR-EXTRAORDINARIO
               END-EVALUATE
           END-IF.

       RECALIFICAR-EXTRAORDINARIO.
           MOVE NOTA-FINAL TO WS-EXT-FINAL-ORIGINAL
           MOVE TEX-NOTA(IDX-EXTRAORD) TO NOTA-FINAL
           PERFORM CALCULAR-NOTA-PONDERADA
           MOVE WS-EXT-FINAL-ORIGINAL TO NOTA-FINAL
           IF NOTA > WS-NOTA-TOPE-EXTRAORD
               MOVE WS-NOTA-TOPE-EXTRAORD TO NOTA
               MOVE "Y" TO TEX-TOPADO(IDX-EXTRAORD)
           END-IF
           PERFORM ASIGNAR-CALIFICACION
           IF NOTA >= 60
               MOVE "APROBADO EN EXTRAORDINARIO" TO MENSAJE
           ELSE
               MOVE "REPROBADO EN EXTRAORDINARIO" TO MENSAJE
           END-IF
           MOVE NOTA TO TEX-NOTA-NUEVA(IDX-EXTRAORD)
           MOVE LETRA-CALIFICACION TO TEX-LETRA-NUEVA(IDX-EXTRAORD)
           MOVE "A" TO TEX-ESTADO(IDX-EXTRAORD)
           MOVE TEX-NOTA(IDX-EXTRAORD) TO WS-NOTA-EXTRAORD
           SET ALUMNO-EXTRAORD TO TRUE
           ADD 1 TO WS-EXT-APLICADOS
           DISPLAY "EXTRAORDINARIO APLICADO: " ID-ESTUDIANTE
               " examen " TEX-NOTA(IDX-EXTRAORD) " nota "
               TEX-NOTA-ANT(IDX-EXTRAORD) " -> " NOTA.

       RECHAZAR-EXTRAORDINARIO.
           MOVE "R" TO TEX-ESTADO(IDX-EXTRAORD)
           ADD 1 TO WS-EXT-RECHAZADOS
           DISPLAY "EXTRAORDINARIO RECHAZADO: "
               TEX-SECCION(IDX-EXTRAORD) " " TEX-ID(IDX-EXTRAORD)
               " - " TEX-MOTIVO(IDX-EXTRAORD).

       GENERAR-REPORTE-EXTRAORD.
           *> Lo que sigue pendiente no casó con ningún alumno
           *> calificado en la corrida. Luego se ordena por sección
           *> y alumno (burbuja) para entregar una hoja por sección.
           PERFORM VARYING IDX-EXTRAORD FROM 1 BY 1
                   UNTIL IDX-EXTRAORD > TOTAL-EXTRAORD
               IF TEX-ESTADO(IDX-EXTRAORD) = "P"
                   MOVE "NO CALIFICADO"
                       TO TEX-MOTIVO(IDX-EXTRAORD)
                   PERFORM RECHAZAR-EXTRAORDINARIO
               END-IF
           END-PERFORM
           PERFORM VARYING IDX-EXTRAORD FROM 1 BY 1
                   UNTIL IDX-EXTRAORD >= TOTAL-EXTRAORD
               PERFORM VARYING WS-IDX-EXTRAORD-2 FROM 1 BY 1
                       UNTIL WS-IDX-EXTRAORD-2 >= TOTAL-EXTRAORD
                   IF TEX-SECCION(WS-IDX-EXTRAORD-2) >
                      TEX-SECCION(WS-IDX-EXTRAORD-2 + 1) OR
                     (TEX-SECCION(WS-IDX-EXTRAORD-2) =
                      TEX-SECCION(WS-IDX-EXTRAORD-2 + 1) AND
                      TEX-ID(WS-IDX-EXTRAORD-2) >
                      TEX-ID(WS-IDX-EXTRAORD-2 + 1))
                       MOVE EXTRAORD-ITEM(WS-IDX-EXTRAORD-2)
                           TO EXTRAORD-SWAP
                       MOVE EXTRAORD-ITEM(WS-IDX-EXTRAORD-2 + 1)
                           TO EXTRAORD-ITEM(WS-IDX-EXTRAORD-2)
                       MOVE EXTRAORD-SWAP
                           TO EXTRAORD-ITEM(WS-IDX-EXTRAORD-2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM

           OPEN OUTPUT ARCHIVO-EXTRAORD-RPT
           MOVE SPACES TO REGISTRO-EXTRAORD-RPT
           STRING "EXAMENES EXTRAORDINARIOS - PERIODO "
               PERIODO-ACTUAL " - Corrida: " WS-FECHA-HOY " "
               WS-HORA-AHORA(1:6)
               DELIMITED BY SIZE INTO REGISTRO-EXTRAORD-RPT
           WRITE REGISTRO-EXTRAORD-RPT
           MOVE SPACES TO WS-EXT-SECCION-ANT
           PERFORM VARYING IDX-EXTRAORD FROM 1 BY 1
                   UNTIL IDX-EXTRAORD > TOTAL-EXTRAORD
               IF TEX-SECCION(IDX-EXTRAORD) NOT = WS-EXT-SECCION-ANT
                   PERFORM ESCRIBIR-TITULO-EXTRAORD
               END-IF
               PERFORM ESCRIBIR-LINEA-EXTRAORD
           END-PERFORM
           MOVE ALL "-" TO REGISTRO-EXTRAORD-RPT
           WRITE REGISTRO-EXTRAORD-RPT
           MOVE SPACES TO REGISTRO-EXTRAORD-RPT
           STRING "APLICADOS: " WS-EXT-APLICADOS
               "  RECHAZADOS: " WS-EXT-RECHAZADOS
               DELIMITED BY SIZE INTO REGISTRO-EXTRAORD-RPT
           WRITE REGISTRO-EXTRAORD-RPT
           CLOSE ARCHIVO-EXTRAORD-RPT
           DISPLAY "Extraordinarios: " WS-EXT-APLICADOS
               " aplicado(s), " WS-EXT-RECHAZADOS
               " rechazado(s); detalle en EXTRAORD.RPT".

       ESCRIBIR-TITULO-EXTRAORD.
           MOVE TEX-SECCION(IDX-EXTRAORD) TO WS-EXT-SECCION-ANT
           MOVE SPACES TO REGISTRO-EXTRAORD-RPT
           WRITE REGISTRO-EXTRAORD-RPT
           MOVE SPACES TO REGISTRO-EXTRAORD-RPT
           STRING "SECCION " WS-EXT-SECCION-ANT
               " - NOTA MAXIMA POR EXTRAORDINARIO: "
               WS-NOTA-TOPE-EXTRAORD " (" WS-LETRA-TOPE-EXTRAORD ")"
               DELIMITED BY SIZE INTO REGISTRO-EXTRAORD-RPT
           WRITE REGISTRO-EXTRAORD-RPT
           MOVE SPACES TO REGISTRO-EXTRAORD-RPT
           STRING "ALUMNO NOMBRE                         ANT L  "
               "EXT  NVA L RESULTADO"
               DELIMITED BY SIZE INTO REGISTRO-EXTRAORD-RPT
           WRITE REGISTRO-EXTRAORD-RPT.

       ESCRIBIR-LINEA-EXTRAORD.
           MOVE TEX-ID(IDX-EXTRAORD) TO LEX-ID
           MOVE TEX-NOMBRE(IDX-EXTRAORD) TO LEX-NOMBRE
           MOVE TEX-NOTA-ANT(IDX-EXTRAORD) TO LEX-NOTA-ANT
           MOVE TEX-LETRA-ANT(IDX-EXTRAORD) TO LEX-LETRA-ANT
           MOVE TEX-NOTA(IDX-EXTRAORD) TO LEX-NOTA
           MOVE TEX-NOTA-NUEVA(IDX-EXTRAORD) TO LEX-NOTA-NUEVA
           MOVE TEX-LETRA-NUEVA(IDX-EXTRAORD) TO LEX-LETRA-NUEVA
           MOVE SPACES TO LEX-RESULTADO
           EVALUATE TRUE
               WHEN TEX-ESTADO(IDX-EXTRAORD) = "R"
                   STRING "RECHAZO: " TEX-MOTIVO(IDX-EXTRAORD)
                       DELIMITED BY SIZE INTO LEX-RESULTADO
               WHEN TEX-TOPADO(IDX-EXTRAORD) = "Y"
                   MOVE "APROBADO CON TOPE" TO LEX-RESULTADO
               WHEN TEX-NOTA-NUEVA(IDX-EXTRAORD) >= 60
                   MOVE "APROBADO" TO LEX-RESULTADO
               WHEN OTHER
                   MOVE "REPROBADO" TO LEX-RESULTADO
           END-EVALUATE
           MOVE SPACES TO REGISTRO-EXTRAORD-RPT
           MOVE LINEA-EXTRAORD TO REGISTRO-EXTRAORD-RPT
           WRITE REGISTRO-EXTRAORD-RPT.

       ACUMULAR-ESTADISTICAS-SECCION.
           MOVE "N" TO WS-SW-SECCION-VISTA
           MOVE 0 TO WS-IDX-SECCION-ACTUAL
               MOVE WS-SW-SIN-DERECHO TO TAL-SIN-DERECHO(IDX-ALUMNO)
               MOVE WS-SW-ALUMNO-CORREGIDO
                   TO TAL-CORREGIDO(IDX-ALUMNO)
               MOVE WS-SW-ALUMNO-EXTRAORD
                   TO TAL-EXTRAORDINARIO(IDX-ALUMNO)
               MOVE WS-NOTA-EXTRAORD
                   TO TAL-NOTA-EXTRAORD(IDX-ALUMNO)
           END-IF.

       CALCULAR-NOTA-PONDERADA.
