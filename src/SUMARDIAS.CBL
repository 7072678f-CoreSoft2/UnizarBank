       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUMARDIAS.
       AUTHOR. J Tello y S Josa

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           77 SDAA     PIC 99.
           77 SDMM     PIC 99.
           77 SDDD     PIC 99.
           77 AAMMTMP  PIC 9(4).
           77 DIASMES  PIC 99.
           77 QUEDAN   PIC 9(5).

       LINKAGE SECTION.
           77 SDFECHA  PIC 9(6). *> AAMMDD de partida
           77 SDDIAS   PIC 9(5). *> dias a sumar
           77 SDRESULT PIC 9(6). *> AAMMDD resultante
       PROCEDURE DIVISION USING SDFECHA, SDDIAS, SDRESULT.

       MAIN-PARA.
           *> Fecha AAMMDD mas un numero de dias, con el mismo
           *> arrastre de dias y meses que RESERVAR y COLAESP hacen
           *> con las horas de una reserva; la usan los plazos en
           *> dias (devolucion de recibos y demas).
           DIVIDE SDFECHA BY 100 GIVING AAMMTMP.
           COMPUTE SDDD = FUNCTION MOD (SDFECHA, 100).
           COMPUTE SDMM = FUNCTION MOD (AAMMTMP, 100).
           DIVIDE AAMMTMP BY 100 GIVING SDAA.
           MOVE SDDIAS TO QUEDAN.

       ARRASTRARDIA.
           IF QUEDAN = 0
               GO TO FINARRASTRE
           END-IF.
           SUBTRACT 1 FROM QUEDAN.
           ADD 1 TO SDDD.
           EVALUATE SDMM
               WHEN 2
                   IF FUNCTION MOD (SDAA, 4) = 0
                       MOVE 29 TO DIASMES
                   ELSE
                       MOVE 28 TO DIASMES
                   END-IF
               WHEN 4
                   MOVE 30 TO DIASMES
               WHEN 6
                   MOVE 30 TO DIASMES
               WHEN 9
                   MOVE 30 TO DIASMES
               WHEN 11
                   MOVE 30 TO DIASMES
               WHEN OTHER
                   MOVE 31 TO DIASMES
           END-EVALUATE.
           IF SDDD > DIASMES
               MOVE 1 TO SDDD
               ADD 1 TO SDMM
               IF SDMM > 12
                   MOVE 1 TO SDMM
                   ADD 1 TO SDAA
               END-IF
           END-IF.
           GO TO ARRASTRARDIA.

       FINARRASTRE.
           COMPUTE SDRESULT = SDAA * 10000 + SDMM * 100 + SDDD.
           EXIT PROGRAM.

       END PROGRAM SUMARDIAS.
