                       AT END
                           MOVE "Y" TO Fin-Archivo
                       NOT AT END
                           IF GC-TIPO-TRABAJO NOT = 8
                               ADD 1 TO Cli-Postings
                               ADD GC-TOTAL TO Cli-Monto-Log
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CARGOS-CLI-FILE
