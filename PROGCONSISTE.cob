       77 WRK-TOTAL-MC-LIDAS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-ALUNOS-LIDOS PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-EXCECOES PIC 9(9) VALUE ZEROS.
       77 WRK-TOTAL-ANONIMIZADOS PIC 9(9) VALUE ZEROS.
       77 WRK-CPF-VALIDO PIC X(1) VALUE 'Y'.
       77 WRK-CPF-IGUAIS PIC X(1) VALUE 'Y'.
       77 WRK-SOMA-CPF PIC 9(4) VALUE ZEROS.
                   AT END MOVE 'Y' TO WRK-FIM-ALUNOS
                   NOT AT END
                       ADD 1 TO WRK-TOTAL-ALUNOS-LIDOS
                       IF ALUNO-NOME = 'ANONIMIZADO LGPD' THEN
                           ADD 1 TO WRK-TOTAL-ANONIMIZADOS
                       ELSE
                           PERFORM 3100-VERIFICAR-ALUNO
                       END-IF
               END-READ
           END-PERFORM.

           WRITE EXC-LINHA.
           DISPLAY 'Matriculas lidas: ' WRK-TOTAL-MC-LIDAS.
           DISPLAY 'Alunos lidos....: ' WRK-TOTAL-ALUNOS-LIDOS.
           DISPLAY 'Anonimizados....: ' WRK-TOTAL-ANONIMIZADOS.
           DISPLAY 'Excecoes........: ' WRK-TOTAL-EXCECOES.
           CLOSE ALUNOS.
           CLOSE MATRICULAS-CURSO.
