                       MOVE HIST-DATA     TO SD-EVT-DATA
                       MOVE HIST-HORA     TO SD-EVT-HORA
                       MOVE HIST-OPERADOR TO SD-EVT-ORIGEM
                       IF HIST-NOME-NOVO NOT EQUAL HIST-NOME-ANTIGO
                          OR HIST-DEPTO-NOVO EQUAL SPACES
                           MOVE SPACES    TO SD-EVT-DESCRICAO
                           STRING 'RENOMEADO DE ' HIST-NOME-ANTIGO
                                  ' PARA ' HIST-NOME-NOVO
                                  DELIMITED BY SIZE
                                  INTO SD-EVT-DESCRICAO
                           RELEASE SD-EVENTO
                       END-IF
                       IF HIST-DEPTO-NOVO NOT EQUAL SPACES
                          AND HIST-DEPTO-NOVO NOT EQUAL
                              HIST-DEPTO-ANTIGO
                           MOVE SPACES TO SD-EVT-DESCRICAO
                           STRING 'TRANSFERIDO DO DEPTO '
                                  HIST-DEPTO-ANTIGO
                                  ' PARA ' HIST-DEPTO-NOVO
                                  DELIMITED BY SIZE
                                  INTO SD-EVT-DESCRICAO
                           RELEASE SD-EVENTO
                       END-IF
                       IF HIST-DATA-NOVA IS NUMERIC
                          AND HIST-DATA-NOVA NOT EQUAL
                              HIST-DATA-ANTIGA
                           MOVE SPACES TO SD-EVT-DESCRICAO
                           STRING 'DATA DE CADASTRO DE '
                                  HIST-DATA-ANTIGA
                                  ' PARA ' HIST-DATA-NOVA
                                  DELIMITED BY SIZE
                                  INTO SD-EVT-DESCRICAO
                           RELEASE SD-EVENTO
                       END-IF
                   END-IF
           END-READ.
       P0215-FIM.
