      ******************************************************************
      * Programa: VERAUDIT
      * Descrição: Verificacao do encadeamento da trilha de auditoria.
      *            Percorre uma trilha - a permanente (CALC-AUDIT.DAT),
      *            uma geracao diaria (CALC-AUDIT-AAAAMMDD.DAT) ou um
      *            arquivo morto do ARQCALC - recalculando o valor de
      *            verificacao de cada linha a partir do conteudo e do
      *            valor da linha anterior da mesma cadeia (a primeira
      *            linha de cada cadeia parte da ancora do proprio
      *            identificador) e aponta a primeira quebra: linha
      *            alterada, excluida, inserida ou sem encadeamento.
      *            Trilha quebrada devolve codigo de retorno 8
      * Autor: Copilot Agent
      * Data: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERAUDIT.
       AUTHOR. COPILOT-AGENT.
       DATE-WRITTEN. 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Trilha verificada, escolhida no console
           SELECT ARQUIVO-TRILHA ASSIGN TO WS-NOME-TRILHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRILHA.
           SELECT ARQUIVO-RELATORIO ASSIGN TO
               "RELATORIO-VERIFICACAO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
      * Linha de auditoria no layout gravado por GRAVAR-AUDITORIA:
      * conteudo em (1:240) - data/hora (1:19) e ID (97:9) -, cadeia
      * (" CD=" em 241 e o identificador em 245:9) e valor de
      * verificacao (" CK=" em 254 e o valor em 258:10)
       FD  ARQUIVO-TRILHA
           RECORDING MODE IS F.
       01  REG-TRILHA              PIC X(267).

      * Relatorio impresso, formato de impressora de 132 colunas
       FD  ARQUIVO-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO           PIC X(132).

       WORKING-STORAGE SECTION.
      * Status dos arquivos
       01 WS-FS-TRILHA         PIC X(2) VALUE ZEROS.
       01 WS-FS-RELATORIO      PIC X(2) VALUE ZEROS.

      * Trilha escolhida: vazio = trilha permanente, AAAAMMDD =
      * geracao diaria da data, qualquer outro texto = nome do arquivo
       01 WS-ESCOLHA           PIC X(30) VALUE SPACES.
       01 WS-NOME-TRILHA       PIC X(30) VALUE SPACES.
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".

      * Cadeias encontradas na trilha, com o valor da ultima linha
      * conferida e a quantidade de linhas de cada uma
       01 WS-QTD-CADEIAS       PIC 9(4) VALUE ZEROS.
       01 WS-TABELA-CADEIAS.
           05 WS-CAD-ENTRADA OCCURS 2000 TIMES.
               10 WS-CAD-ID        PIC X(9).
               10 WS-CAD-ULTIMO    PIC 9(10).
               10 WS-CAD-LINHAS    PIC 9(7).
       01 WS-IND-CADEIA        PIC 9(4) VALUE ZEROS.
       01 WS-CADEIA-ACHADA     PIC X(1) VALUE "N".

      * Encadeamento (mesma regra de GRAVAR-AUDITORIA da CALCULADORA):
      * valor derivado do conteudo com a cadeia (1:253) e do valor da
      * linha anterior da mesma cadeia
       01 WS-ELO-CADEIA        PIC X(9) VALUE SPACES.
       01 WS-ELO-ANTERIOR      PIC 9(10) VALUE ZEROS.
       01 WS-ELO-VALOR         PIC 9(10) VALUE ZEROS.
       01 WS-ELO-LINHA         PIC X(253) VALUE SPACES.
       01 WS-ELO-ACUM          PIC 9(12) VALUE ZEROS.
       01 WS-ELO-POS           PIC 9(3) VALUE ZEROS.

      * Linhas anteriores ao encadeamento sao aceitas somente antes da
      * primeira linha encadeada da trilha
       01 WS-ENCADEAMENTO-INICIADO PIC X(1) VALUE "N".

      * Contagens e primeira quebra encontrada
       01 WS-CONT-LINHAS       PIC 9(7) VALUE ZEROS.
       01 WS-CONT-ANTERIORES   PIC 9(7) VALUE ZEROS.
       01 WS-CONT-ENCADEADAS   PIC 9(7) VALUE ZEROS.
       01 WS-QUEBRA            PIC X(1) VALUE "N".
       01 WS-QUEBRA-LINHA      PIC 9(7) VALUE ZEROS.
       01 WS-QUEBRA-MOTIVO     PIC X(40) VALUE SPACES.
       01 WS-QUEBRA-CADEIA     PIC X(9) VALUE SPACES.
       01 WS-QUEBRA-ID         PIC X(9) VALUE SPACES.
       01 WS-QUEBRA-DATA-HORA  PIC X(19) VALUE SPACES.
       01 WS-QUEBRA-ESPERADO   PIC 9(10) VALUE ZEROS.
       01 WS-QUEBRA-GRAVADO    PIC X(10) VALUE SPACES.

      * Data/hora de emissao
       01 WS-TIMESTAMP-BRUTO   PIC X(21) VALUE SPACES.
       01 WS-DATA-HORA         PIC X(19) VALUE SPACES.

      * Areas de edicao das linhas do relatorio
       01 WS-LINHA-RELATORIO   PIC X(132) VALUE SPACES.
       01 WS-CONT-ED           PIC ZZZZZZ9.

      * Linha decorativa
       01 WS-LINHA-LARGA       PIC X(132) VALUE ALL "=".

       PROCEDURE DIVISION.

      ******************************************************************
      * INICIO - Controla a verificacao: escolha da trilha, passagem
      *          conferindo cada elo ate a primeira quebra e relatorio;
      *          quebra devolve codigo de retorno 8
      ******************************************************************
       INICIO.
           PERFORM ESCOLHER-TRILHA.
           PERFORM ABRIR-RELATORIO.
           PERFORM VERIFICAR-TRILHA.
           PERFORM GRAVAR-RESULTADO.
           CLOSE ARQUIVO-RELATORIO.
           DISPLAY " ".
           IF WS-QUEBRA = "S"
               DISPLAY "Trilha " WS-NOME-TRILHA " QUEBRADA na linha "
                   WS-QUEBRA-LINHA " - relatorio em "
                   "RELATORIO-VERIFICACAO.TXT."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Trilha " WS-NOME-TRILHA " integra - "
                   "relatorio em RELATORIO-VERIFICACAO.TXT."
           END-IF.
           STOP RUN.

      ******************************************************************
      * ESCOLHER-TRILHA - Pede ao console a trilha a verificar e monta
      *                   o nome do arquivo
      ******************************************************************
       ESCOLHER-TRILHA.
           DISPLAY " ".
           DISPLAY "VERIFICACAO DO ENCADEAMENTO DA TRILHA DE AUDITORIA".
           DISPLAY "Trilha a verificar - ENTER para CALC-AUDIT.DAT, "
               "AAAAMMDD para a geracao diaria ou o nome do arquivo "
               "morto: ".
           ACCEPT WS-ESCOLHA.
           IF WS-ESCOLHA = SPACES
               MOVE "CALC-AUDIT.DAT" TO WS-NOME-TRILHA
           ELSE
               IF WS-ESCOLHA(1:8) IS NUMERIC
                       AND WS-ESCOLHA(9:22) = SPACES
                   STRING "CALC-AUDIT-" WS-ESCOLHA(1:8) ".DAT"
                          DELIMITED BY SIZE INTO WS-NOME-TRILHA
                   END-STRING
               ELSE
                   MOVE WS-ESCOLHA TO WS-NOME-TRILHA
               END-IF
           END-IF.

      ******************************************************************
      * ABRIR-RELATORIO - Abre o relatorio e grava o cabecalho com a
      *                   trilha verificada e a data/hora
      ******************************************************************
       ABRIR-RELATORIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-BRUTO.
           STRING WS-TIMESTAMP-BRUTO(1:4) "-" WS-TIMESTAMP-BRUTO(5:2)
                  "-" WS-TIMESTAMP-BRUTO(7:2) " "
                  WS-TIMESTAMP-BRUTO(9:2) ":" WS-TIMESTAMP-BRUTO(11:2)
                  ":" WS-TIMESTAMP-BRUTO(13:2)
                  DELIMITED BY SIZE INTO WS-DATA-HORA
           END-STRING.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "RELATORIO-VERIFICACAO.TXT (status "
                   WS-FS-RELATORIO ")."
               STOP RUN
           END-IF.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           STRING "VERIFICACAO DO ENCADEAMENTO DA AUDITORIA - TRILHA "
                  WS-NOME-TRILHA " - EMITIDO EM " WS-DATA-HORA
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.

      ******************************************************************
      * VERIFICAR-TRILHA - Passa pela trilha conferindo cada linha ate
      *                    o fim ou ate a primeira quebra. Trilha
      *                    ausente nao tem o que provar e e tratada
      *                    como quebra
      ******************************************************************
       VERIFICAR-TRILHA.
           OPEN INPUT ARQUIVO-TRILHA.
           IF WS-FS-TRILHA = "35"
               MOVE "S" TO WS-QUEBRA
               MOVE "TRILHA NAO ENCONTRADA" TO WS-QUEBRA-MOTIVO
           ELSE
               IF WS-FS-TRILHA NOT = "00"
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: nao foi possivel abrir "
                       WS-NOME-TRILHA " (status " WS-FS-TRILHA ")."
                   STOP RUN
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-TRILHA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-CONT-LINHAS
                           PERFORM CONFERIR-LINHA
                           IF WS-QUEBRA = "S"
                               MOVE "S" TO WS-FIM-ARQUIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-TRILHA
           END-IF.

      ******************************************************************
      * CONFERIR-LINHA - Linha encadeada: recalcula o valor a partir
      *                  do anterior da sua cadeia e compara com o
      *                  gravado. Linha sem encadeamento so e aceita
      *                  antes da primeira linha encadeada
      ******************************************************************
       CONFERIR-LINHA.
           IF REG-TRILHA(241:4) = " CD="
                   AND REG-TRILHA(254:4) = " CK="
                   AND REG-TRILHA(258:10) IS NUMERIC
               MOVE "S" TO WS-ENCADEAMENTO-INICIADO
               MOVE REG-TRILHA(245:9) TO WS-ELO-CADEIA
               PERFORM LOCALIZAR-CADEIA
               MOVE REG-TRILHA(1:253) TO WS-ELO-LINHA
               PERFORM CALCULAR-ELO-AUDITORIA
               IF WS-ELO-VALOR NOT = REG-TRILHA(258:10)
                   MOVE "VALOR DE VERIFICACAO NAO CONFERE"
                       TO WS-QUEBRA-MOTIVO
                   PERFORM APONTAR-QUEBRA
               ELSE
                   MOVE WS-ELO-VALOR TO WS-CAD-ULTIMO(WS-IND-CADEIA)
                   ADD 1 TO WS-CAD-LINHAS(WS-IND-CADEIA)
                   ADD 1 TO WS-CONT-ENCADEADAS
               END-IF
           ELSE
               IF WS-ENCADEAMENTO-INICIADO = "S"
                   MOVE SPACES TO WS-ELO-CADEIA
                   MOVE "LINHA SEM ENCADEAMENTO" TO WS-QUEBRA-MOTIVO
                   PERFORM APONTAR-QUEBRA
               ELSE
                   ADD 1 TO WS-CONT-ANTERIORES
               END-IF
           END-IF.

      ******************************************************************
      * LOCALIZAR-CADEIA - Posiciona WS-IND-CADEIA na cadeia da linha
      *                    e deixa em WS-ELO-ANTERIOR o valor de que a
      *                    linha deve partir; cadeia nova parte da
      *                    ancora
      ******************************************************************
       LOCALIZAR-CADEIA.
           MOVE "N" TO WS-CADEIA-ACHADA.
           PERFORM VARYING WS-IND-CADEIA FROM 1 BY 1
                   UNTIL WS-IND-CADEIA > WS-QTD-CADEIAS
                       OR WS-CADEIA-ACHADA = "S"
               IF WS-CAD-ID(WS-IND-CADEIA) = WS-ELO-CADEIA
                   MOVE "S" TO WS-CADEIA-ACHADA
               END-IF
           END-PERFORM.
           IF WS-CADEIA-ACHADA = "S"
               SUBTRACT 1 FROM WS-IND-CADEIA
               MOVE WS-CAD-ULTIMO(WS-IND-CADEIA) TO WS-ELO-ANTERIOR
           ELSE
               IF WS-QTD-CADEIAS >= 2000
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: mais de 2000 cadeias em "
                       WS-NOME-TRILHA " - capacidade da tabela."
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-CADEIAS
               MOVE WS-QTD-CADEIAS TO WS-IND-CADEIA
               MOVE WS-ELO-CADEIA TO WS-CAD-ID(WS-IND-CADEIA)
               MOVE ZEROS TO WS-CAD-LINHAS(WS-IND-CADEIA)
               PERFORM CALCULAR-ANCORA-ELO
               MOVE WS-ELO-ANTERIOR TO WS-CAD-ULTIMO(WS-IND-CADEIA)
           END-IF.

      ******************************************************************
      * APONTAR-QUEBRA - Guarda a posicao e os dados da primeira linha
      *                  que nao confere
      ******************************************************************
       APONTAR-QUEBRA.
           MOVE "S" TO WS-QUEBRA.
           MOVE WS-CONT-LINHAS TO WS-QUEBRA-LINHA.
           MOVE WS-ELO-CADEIA TO WS-QUEBRA-CADEIA.
           MOVE REG-TRILHA(97:9) TO WS-QUEBRA-ID.
           MOVE REG-TRILHA(1:19) TO WS-QUEBRA-DATA-HORA.
           MOVE WS-ELO-VALOR TO WS-QUEBRA-ESPERADO.
           MOVE REG-TRILHA(258:10) TO WS-QUEBRA-GRAVADO.

      ******************************************************************
      * CALCULAR-ANCORA-ELO - Valor de partida da cadeia
      *                       WS-ELO-CADEIA
      ******************************************************************
       CALCULAR-ANCORA-ELO.
           MOVE SPACES TO WS-ELO-LINHA.
           MOVE WS-ELO-CADEIA TO WS-ELO-LINHA(1:9).
           MOVE 5381 TO WS-ELO-ANTERIOR.
           PERFORM CALCULAR-ELO-AUDITORIA.
           MOVE WS-ELO-VALOR TO WS-ELO-ANTERIOR.

      ******************************************************************
      * CALCULAR-ELO-AUDITORIA - Valor de verificacao de WS-ELO-LINHA
      *                          encadeado a WS-ELO-ANTERIOR, reduzido
      *                          modulo o primo 9999999967 a cada
      *                          caractere
      ******************************************************************
       CALCULAR-ELO-AUDITORIA.
           MOVE WS-ELO-ANTERIOR TO WS-ELO-ACUM.
           PERFORM VARYING WS-ELO-POS FROM 1 BY 1
                   UNTIL WS-ELO-POS > 253
               COMPUTE WS-ELO-ACUM = FUNCTION MOD(
                   WS-ELO-ACUM * 31
                   + FUNCTION ORD(WS-ELO-LINHA(WS-ELO-POS:1)),
                   9999999967)
           END-PERFORM.
           MOVE WS-ELO-ACUM TO WS-ELO-VALOR.

      ******************************************************************
      * GRAVAR-RESULTADO - Contagens, cadeias conferidas e o resultado:
      *                    integra ou a primeira quebra
      ******************************************************************
       GRAVAR-RESULTADO.
           MOVE WS-CONT-LINHAS TO WS-CONT-ED.
           STRING "LINHAS LIDAS:                    " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-ANTERIORES TO WS-CONT-ED.
           STRING "LINHAS ANTERIORES AO ENCADEAMENTO: " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-ENCADEADAS TO WS-CONT-ED.
           STRING "LINHAS ENCADEADAS CONFERIDAS:    " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE "CADEIA     LINHAS   ULTIMO VALOR"
               TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM VARYING WS-IND-CADEIA FROM 1 BY 1
                   UNTIL WS-IND-CADEIA > WS-QTD-CADEIAS
               MOVE WS-CAD-LINHAS(WS-IND-CADEIA) TO WS-CONT-ED
               STRING WS-CAD-ID(WS-IND-CADEIA) "  " WS-CONT-ED
                      "   " WS-CAD-ULTIMO(WS-IND-CADEIA)
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           IF WS-QUEBRA = "S"
               PERFORM GRAVAR-QUEBRA
           ELSE
               MOVE "RESULTADO: TRILHA INTEGRA" TO WS-LINHA-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.

      ******************************************************************
      * GRAVAR-QUEBRA - Detalhe da primeira quebra encontrada
      ******************************************************************
       GRAVAR-QUEBRA.
           MOVE WS-QUEBRA-LINHA TO WS-CONT-ED.
           STRING "RESULTADO: TRILHA QUEBRADA - " WS-QUEBRA-MOTIVO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           IF WS-QUEBRA-LINHA NOT = ZEROS
               STRING "  LINHA " WS-CONT-ED
                      "  DATA/HORA " WS-QUEBRA-DATA-HORA
                      "  ID " WS-QUEBRA-ID
                      "  CADEIA " WS-QUEBRA-CADEIA
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
           IF WS-QUEBRA-CADEIA NOT = SPACES
               STRING "  VALOR GRAVADO " WS-QUEBRA-GRAVADO
                      "  VALOR RECALCULADO " WS-QUEBRA-ESPERADO
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
           IF WS-QUEBRA-LINHA NOT = ZEROS
               STRING "  A linha apontada, ou a que a precedia na "
                      "mesma cadeia, foi alterada, excluida ou "
                      "inserida fora dos programas da trilha."
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

      ******************************************************************
      * GRAVAR-LINHA-RELATORIO - Gravacao fisica de uma linha do
      *                          relatorio
      ******************************************************************
       GRAVAR-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar "
                   "RELATORIO-VERIFICACAO.TXT (status "
                   WS-FS-RELATORIO ")."
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-LINHA-RELATORIO.
