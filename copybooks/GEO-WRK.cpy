      ******************************************************************
      * Copybook: GEO-WRK.cpy
      * Purpose : Registro de trabalho do SORT usado pelo relatorio de
      *           distribuicao geografica dos clientes ativos (programa
      *           relatorio-geografico): UF e cidade do endereco
      *           estruturado de cada cliente.
      ******************************************************************
       01  WRK-GEO-REG.
           05  WRK-GEO-UF              PIC X(02).
           05  WRK-GEO-CIDADE          PIC X(30).
           05  WRK-GEO-CPF             PIC 9(11).
