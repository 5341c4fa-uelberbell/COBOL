                                          ID-ALUNO
                                          DELIMITED BY SIZE
                                          " - " DELIMITED BY SIZE
                                          FUNCTION TRIM(NM-ALUNO)
                                          DELIMITED BY SIZE
                                          " SEM MATRICULA"
                                          DELIMITED BY SIZE
