      *> AVALIAR-VINCULO-CACHE counts one active enrollment after
      *> confirming the student still holds the seat - a withdrawn or
      *> graduated student's stale enrollment must not keep a room
      *> looking full, while a suspended student or one on leave
      *> keeps the place to come back to.
      *> ----------------------------------------------------------------
       AVALIAR-VINCULO-CACHE.

           ELSE
               MOVE VIN-MATRICULA TO KEY-ALU
               READ CADALU KEY IS KEY-ALU
               IF CADT-STATUS = 00
                   AND (ALU-ATIVO OR ALU-SUSPENSO OR ALU-TRANCADO)
                   PERFORM ACUMULAR-TURMA-CACHE
               END-IF
               MOVE ZEROS TO CADT-STATUS
