
      *> Secuenciador del turno nocturno: ejecuta la cadena que hoy
      *> sigue un operador con una tarjeta plastificada
      *> (VERIFICADOR-ENTRADAS y VERIFICADOR-INTEGRIDAD como
      *> compuertas GO/NO-GO, SISTEMA-INVENTARIO en modo batch,
      *> CALCULO-IMPUESTO-RENTA, CALIFICACION-ESTUDIANTE,
      *> ARCHIVADOR-BITACORAS, RESUMEN-OPERACIONES y
      *> TENDENCIA-VENTANA), verificando tras cada paso que el
      *> trabajo haya dejado su registro de fin "F" en OPERACION.JRN
      *> y que JRN-FIN no venga en "A". Si un predecesor termina
      *> anormal (o nunca escribe su fin), los pasos dependientes se
       *> es quien emite OPERACION.ALT y la página de la mañana, y
       *> precisamente en una noche con abend es cuando el guardia
       *> necesita la alerta y la página debe decir qué se omitió.
       *> TENDENCIA-VENTANA tampoco escribe en el diario y va
       *> después del resumen porque AGREGA sus alertas al
       *> OPERACION.ALT que el resumen acaba de regenerar.
       01  TABLA-PLAN.
           *> El verificador de entradas abre la noche: si deja fin
           *> anormal (NO-GO) toda la cadena se queda en tierra.
           05  FILLER              PIC X(20)
               VALUE "VERIFICADOR-ENTRADA".
           05  FILLER              PIC X(2) VALUE "SN".
           *> Segunda compuerta: archivos que no se corresponden
           *> entre sí (huérfanos graves) también dejan la cadena
           *> en tierra.
           05  FILLER              PIC X(24)
               VALUE "VERIFICADOR-INTEGRIDAD".
           05  FILLER              PIC X(20)
               VALUE "VERIFICA-INTEGRIDAD".
           05  FILLER              PIC X(2) VALUE "SN".
           05  FILLER              PIC X(24)
               VALUE "SISTEMA-INVENTARIO".
           05  FILLER              PIC X(20)
           05  FILLER              PIC X(20)
               VALUE "RESUMEN-OPERACIONES".
           05  FILLER              PIC X(2) VALUE "NS".
           05  FILLER              PIC X(24)
               VALUE "TENDENCIA-VENTANA".
           05  FILLER              PIC X(20)
               VALUE "TENDENCIA-VENTANA".
           05  FILLER              PIC X(2) VALUE "NS".
       01  TABLA-PLAN-R REDEFINES TABLA-PLAN.
           05  PLAN-ENT            OCCURS 8 TIMES.
               10  PLA-COMANDO     PIC X(24).
               10  PLA-JOURNAL     PIC X(20).
               10  PLA-CONTROL     PIC X(1).
           WRITE REGISTRO-PLAN-REAL

           PERFORM VARYING WS-IDX-PASO FROM 1 BY 1
                   UNTIL WS-IDX-PASO > 8
               PERFORM EJECUTAR-PASO
           END-PERFORM

       EJECUTAR-PASO.
           MOVE SPACES TO WS-MOTIVO-PASO
           *> El registro de fin del secuenciador se escribe ANTES de
           *> lanzar el primer paso final (RESUMEN-OPERACIONES): este
           *> aparea los I/F del diario y un "I" del secuenciador
           *> todavía sin fin dispararía la alerta SIN REGISTRO DE
           *> FIN cada noche, incluso en las limpias. Los contadores
           *> del F solo omiten estos últimos pasos, que de todos
           *> modos no se verifican por diario.
           IF PLA-SIEMPRE(WS-IDX-PASO) = "S" AND
              WS-SW-FIN-ESCRITO NOT = "Y"
               MOVE "F" TO JRN-TIPO
           MOVE "SECUENCIADOR-NOCT" TO JRN-PROGRAMA
           MOVE WS-FECHA-HOY TO JRN-FECHA
           MOVE WS-HORA-AHORA(1:6) TO JRN-HORA
           MOVE 8 TO JRN-LEIDOS
           MOVE PASOS-EJECUTADOS TO JRN-ESCRITOS
           MOVE PASOS-OMITIDOS TO JRN-RECHAZOS
           IF PASOS-ABEND > 0
