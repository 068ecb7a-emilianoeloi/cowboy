           SELECT ARQUIVO-INTERFACE ASSIGN TO "INTERFACE-CONTABIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INTERFACE.
      * Cadastro de unidades mantido pelo MANUNID, fonte da descricao
      * impressa ao lado do codigo da unidade
           SELECT ARQUIVO-UNIDADES ASSIGN TO "UNIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UNIDADES.
           SELECT ARQUIVO-RELATORIO ASSIGN TO
               "RELATORIO-CONCILIACAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
      * N2 (44:11), RESULTADO (66:20), UNIDADE (90:3) e
      * identificador do calculo (97:9), run ID (111:8) e operador
      * (125:8); linhas da operacao agregada (8) trazem ainda um
      * sufixo de estatisticas a partir de 133, e toda linha o
      * encadeamento da trilha de 241 a 267
       FD  ARQUIVO-AUDITORIA
           RECORDING MODE IS F.
       01  REG-AUDITORIA           PIC X(267).

      * Registro da interface contabil, no mesmo layout fixo de
      * REG-INTERFACE da CALCULADORA
           05 INTF-CALC-ID         PIC 9(9).
           05 INTF-RUN-ID          PIC X(8).

      * Unidade do cadastro, no layout de REG-UNIDADE do MANUNID (so
      * codigo e descricao interessam ao relatorio)
       FD  ARQUIVO-UNIDADES
           RECORDING MODE IS F.
       01  REG-UNIDADE.
           05 UNI-CODIGO           PIC X(3).
           05 UNI-DESCRICAO        PIC X(30).
           05 UNI-SUBSIDIARIA      PIC X(10).
           05 UNI-ATIVA-DESDE      PIC X(10).
           05 UNI-ATIVA-ATE        PIC X(10).
           05 UNI-LIMITE           PIC 9(14)V99.
           05 UNI-DESTINO          PIC X(30).
           05 UNI-OPERADOR         PIC X(8).
           05 UNI-DATA-CADASTRO    PIC X(10).

      * Relatorio impresso da conciliacao, anexado ao fechamento do dia
       FD  ARQUIVO-RELATORIO
           RECORDING MODE IS F.
       01 WS-FS-INTERFACE      PIC X(2) VALUE ZEROS.
       01 WS-FS-RELATORIO      PIC X(2) VALUE ZEROS.
       01 WS-FS-CONTROLE       PIC X(2) VALUE ZEROS.
       01 WS-FS-UNIDADES       PIC X(2) VALUE ZEROS.

      * Identificacao da execucao conciliada, vinda do controle do
      * escalonador quando presente
       01 WS-TEM-AUDITORIA     PIC X(1) VALUE "N".
       01 WS-TEM-INTERFACE     PIC X(1) VALUE "N".

      * Descricoes do cadastro de unidades; sem UNIDADES.DAT o
      * relatorio sai so com os codigos
       01 WS-FIM-UNIDADES      PIC X(1) VALUE "N".
       01 WS-QTD-CADASTRO      PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-CADASTRO.
           05 WS-CAD-UNIDADE OCCURS 200 TIMES.
               10 WS-CAD-CODIGO    PIC X(3).
               10 WS-CAD-DESCRICAO PIC X(30).
       01 WS-IND-CAD           PIC 9(3) VALUE ZEROS.
       01 WS-CAD-ACHADA        PIC X(1) VALUE "N".
       01 WS-DESCRICAO-UNIDADE PIC X(30) VALUE SPACES.

      * Numero do par corrente (posicao relativa nos dois arquivos -
      * a CALCULADORA grava auditoria e interface na mesma ordem, um
      * registro em cada por calculo concluido)
      ******************************************************************
       INICIO.
           PERFORM LER-CONTROLE-EXECUCAO.
           PERFORM CARREGAR-DESCRICOES-UNIDADES.
           PERFORM ABRIR-ARQUIVOS.
           PERFORM GRAVAR-CABECALHO.
           PERFORM UNTIL WS-FIM-AUDITORIA = "S"
      ******************************************************************
      * LER-INTERFACE - Le o proximo registro de detalhe da interface
      *                 contabil, pulando os registros de controle
      *                 "H"/"T" do envelope gravado pela CALCULADORA e
      *                 os ajustes de reavaliacao "A" do REAVALIA, que
      *                 nao tem linha na trilha de auditoria
      ******************************************************************
       LER-INTERFACE.
           MOVE "N" TO WS-TEM-INTERFACE.
                   NOT AT END
                       IF REG-INTERFACE(1:1) = "H"
                               OR REG-INTERFACE(1:1) = "T"
                               OR REG-INTERFACE(1:1) = "A"
                           CONTINUE
                       ELSE
                           MOVE "S" TO WS-TEM-INTERFACE

      ******************************************************************
      * GRAVAR-EXCECAO-SO-INTERFACE - Registro presente apenas na
      *                               interface contabil, com a
      *                               descricao da unidade (27
      *                               posicoes cabem nas 80 colunas)
      ******************************************************************
       GRAVAR-EXCECAO-SO-INTERFACE.
           ADD 1 TO WS-CONT-EXCECOES.
           MOVE WS-NUM-PAR TO WS-NUM-PAR-ED.
           PERFORM OBTER-DESCRICAO-UNIDADE.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING "  REG " WS-NUM-PAR-ED
                  " SOMENTE NA INTERFACE: OP=" INTF-OPERACAO
                  " UNIDADE=" INTF-UNIDADE " "
                  WS-DESCRICAO-UNIDADE(1:27)
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.

      ******************************************************************
      * CARREGAR-DESCRICOES-UNIDADES - Le o cadastro de unidades para
      *                                imprimir a descricao ao lado
      *                                do codigo. Sem o cadastro o
      *                                relatorio segue so com codigos
      ******************************************************************
       CARREGAR-DESCRICOES-UNIDADES.
           OPEN INPUT ARQUIVO-UNIDADES.
           IF WS-FS-UNIDADES = "00"
               PERFORM UNTIL WS-FIM-UNIDADES = "S"
                   READ ARQUIVO-UNIDADES
                       AT END
                           MOVE "S" TO WS-FIM-UNIDADES
                       NOT AT END
                           PERFORM GUARDAR-DESCRICAO-UNIDADE
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-UNIDADES
           ELSE
               DISPLAY "AVISO: UNIDADES.DAT nao encontrado - unidades "
                   "impressas sem descricao."
           END-IF.

      ******************************************************************
      * GUARDAR-DESCRICAO-UNIDADE - Guarda codigo e descricao da
      *                             unidade lida na tabela
      ******************************************************************
       GUARDAR-DESCRICAO-UNIDADE.
           IF UNI-CODIGO NOT = SPACES
                   AND WS-QTD-CADASTRO < 200
               ADD 1 TO WS-QTD-CADASTRO
               MOVE UNI-CODIGO TO WS-CAD-CODIGO(WS-QTD-CADASTRO)
               MOVE UNI-DESCRICAO TO WS-CAD-DESCRICAO(WS-QTD-CADASTRO)
           END-IF.

      ******************************************************************
      * OBTER-DESCRICAO-UNIDADE - Descricao cadastrada da unidade em
      *                           INTF-UNIDADE; codigo fora do
      *                           cadastro sai marcado como tal
      ******************************************************************
       OBTER-DESCRICAO-UNIDADE.
           MOVE SPACES TO WS-DESCRICAO-UNIDADE.
           IF WS-QTD-CADASTRO > ZEROS
               MOVE "(NAO CADASTRADA)" TO WS-DESCRICAO-UNIDADE
               MOVE "N" TO WS-CAD-ACHADA
               PERFORM VARYING WS-IND-CAD FROM 1 BY 1
                       UNTIL WS-IND-CAD > WS-QTD-CADASTRO
                       OR WS-CAD-ACHADA = "S"
                   IF WS-CAD-CODIGO(WS-IND-CAD)
                           = INTF-UNIDADE
                       MOVE WS-CAD-DESCRICAO(WS-IND-CAD)
                           TO WS-DESCRICAO-UNIDADE
                       MOVE "S" TO WS-CAD-ACHADA
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * GRAVAR-EXCECAO-DIVERGENTE - Par posicional cujo conteudo nao
      *                             confere entre os dois lados
