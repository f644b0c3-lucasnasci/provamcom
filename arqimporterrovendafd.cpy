                                            value zeros.
           03 arqimporterrovenda-parcelas  pic  9(002) value zeros.
           03 arqimporterrovenda-intervalo pic  9(003) value zeros.
           03 arqimporterrovenda-produto-codigo
                                           pic  9(005) value zeros.
           03 arqimporterrovenda-quantidade
                                           pic  9(005) value zeros.
