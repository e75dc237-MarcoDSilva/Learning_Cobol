
           CONSTRUIR-CONTA-MAPA.

           IF GL-MAPA-COUNT < 300
               SET GL-MAPA-IDX UP BY 1
               MOVE GLM-CHAVE TO GL-MAPA-CHAVE (GL-MAPA-IDX)
               MOVE GLM-CONTA TO GL-MAPA-CONTA (GL-MAPA-IDX)
                       TO GL-CONTA-ESCOLHIDA
           END-SEARCH.

           IF GL-PENDENTES < 99
               ADD 1 TO GL-PENDENTES
               MOVE GL-CONTA-ESCOLHIDA
                   TO GL-PEND-CONTA (GL-PENDENTES)
