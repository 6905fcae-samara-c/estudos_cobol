      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga da referencia de CEPs usada na validacao do
      *          endereco estruturado dos contatos. Le a base de CEPs
      *          recebida (data/cep-referencia.txt, no layout de
      *          CEP-REG) e recria o arquivo indexado
      *          data/cep-referencia.dat. Cidade e UF sao gravadas em
      *          maiusculas, como a manutencao grava o endereco.
      *          Linhas com CEP invalido, sem cidade ou UF, ou com CEP
      *          repetido sao listadas no relatorio da carga e ficam
      *          fora da referencia. Roda sob demanda, a cada nova base
      *          recebida, fora da grade diaria.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                              DIVISION.
       PROGRAM-ID. carga-cep.

       ENVIRONMENT                                 DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEP-ENTRADA ASSIGN TO "data/cep-referencia.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENTRADA.

           SELECT CEP-REFERENCIA ASSIGN TO "data/cep-referencia.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEP-CODIGO
               FILE STATUS IS WS-FS-CEP.

           SELECT RELATORIO ASSIGN TO "data/carga-cep.rpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA                                        DIVISION.
       FILE SECTION.
       FD  CEP-ENTRADA.
       01  LINHA-CEP-ENTRADA               PIC X(110).

       FD  CEP-REFERENCIA.
           COPY CEP-REF.

       FD  RELATORIO.
       01  LINHA-RELATORIO                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FS-ENTRADA                PIC X(02).
           88  FS-ENTRADA-OK                    VALUE "00".
           88  FS-ENTRADA-INEXISTENTE           VALUE "35".

       01  WS-FS-CEP                    PIC X(02).
           88  FS-CEP-OK                        VALUE "00".

       01  WS-FS-RELATORIO              PIC X(02).

       01  WS-EOF-ENTRADA                PIC X(01) VALUE "N".
           88  FIM-ENTRADA                       VALUE "S".

       01  WS-TOTAL-LIDOS                PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-GRAVADOS             PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-REJEITADOS           PIC 9(07) VALUE ZERO.

       01  WS-MOTIVO-REJEICAO            PIC X(40) VALUE SPACES.

       01  WS-LINHA-REJEICAO.
           05  FILLER                   PIC X(04) VALUE "CEP ".
           05  WR-CEP                   PIC X(08).
           05  FILLER                   PIC X(03) VALUE " - ".
           05  WR-MOTIVO                PIC X(40).

      *=================================================================
       PROCEDURE                                   DIVISION.

       0000-MAIN.
           PERFORM 0100-INICIALIZAR
           IF FS-ENTRADA-INEXISTENTE
               DISPLAY "CARGA-CEP: BASE DE CEPS "
                   "data/cep-referencia.txt NAO RECEBIDA - "
                   "REFERENCIA MANTIDA"
           ELSE
               PERFORM 0200-CARREGAR-REFERENCIA
               PERFORM 0900-FINALIZAR
           END-IF
           STOP RUN.

       0100-INICIALIZAR.
           OPEN INPUT CEP-ENTRADA.

       0200-CARREGAR-REFERENCIA.
      *    A referencia e recriada por inteiro a cada base recebida:
      *    CEPs extintos na base nova deixam de ser aceitos.
           OPEN OUTPUT CEP-REFERENCIA
           OPEN OUTPUT RELATORIO
           MOVE "CARGA DA REFERENCIA DE CEPS - LINHAS REJEITADAS"
               TO LINHA-RELATORIO
           WRITE LINHA-RELATORIO
           WRITE LINHA-RELATORIO FROM SPACES
           PERFORM UNTIL FIM-ENTRADA
               READ CEP-ENTRADA
                   AT END
                       SET FIM-ENTRADA TO TRUE
                   NOT AT END
                       ADD 1 TO WS-TOTAL-LIDOS
                       PERFORM 0300-GRAVAR-CEP
               END-READ
           END-PERFORM.

       0300-GRAVAR-CEP.
           MOVE LINHA-CEP-ENTRADA TO CEP-REG
           MOVE FUNCTION UPPER-CASE (CEP-LOGRADOURO) TO CEP-LOGRADOURO
           MOVE FUNCTION UPPER-CASE (CEP-BAIRRO) TO CEP-BAIRRO
           MOVE FUNCTION UPPER-CASE (CEP-CIDADE) TO CEP-CIDADE
           MOVE FUNCTION UPPER-CASE (CEP-UF) TO CEP-UF
           IF CEP-CODIGO NOT NUMERIC OR CEP-CODIGO = ZERO
               MOVE "CEP INVALIDO" TO WS-MOTIVO-REJEICAO
               PERFORM 0800-REJEITAR-LINHA
           ELSE
               IF CEP-CIDADE = SPACES OR CEP-UF = SPACES
                   MOVE "CIDADE OU UF EM BRANCO" TO WS-MOTIVO-REJEICAO
                   PERFORM 0800-REJEITAR-LINHA
               ELSE
                   WRITE CEP-REG
                       INVALID KEY
                           MOVE "CEP REPETIDO NA BASE"
                               TO WS-MOTIVO-REJEICAO
                           PERFORM 0800-REJEITAR-LINHA
                       NOT INVALID KEY
                           ADD 1 TO WS-TOTAL-GRAVADOS
                   END-WRITE
               END-IF
           END-IF.

       0800-REJEITAR-LINHA.
           ADD 1 TO WS-TOTAL-REJEITADOS
           MOVE LINHA-CEP-ENTRADA (1:8) TO WR-CEP
           MOVE WS-MOTIVO-REJEICAO TO WR-MOTIVO
           WRITE LINHA-RELATORIO FROM WS-LINHA-REJEICAO.

       0900-FINALIZAR.
           WRITE LINHA-RELATORIO FROM SPACES
           MOVE SPACES TO LINHA-RELATORIO
           STRING "LIDOS: "           DELIMITED BY SIZE
                  WS-TOTAL-LIDOS      DELIMITED BY SIZE
                  "  GRAVADOS: "      DELIMITED BY SIZE
                  WS-TOTAL-GRAVADOS   DELIMITED BY SIZE
                  "  REJEITADOS: "    DELIMITED BY SIZE
                  WS-TOTAL-REJEITADOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO
           END-STRING
           WRITE LINHA-RELATORIO
           CLOSE CEP-ENTRADA
           CLOSE CEP-REFERENCIA
           CLOSE RELATORIO
           DISPLAY "CARGA-CEP: LIDOS=" WS-TOTAL-LIDOS
               " GRAVADOS=" WS-TOTAL-GRAVADOS
               " REJEITADOS=" WS-TOTAL-REJEITADOS
               " - CONSULTE data/carga-cep.rpt".
