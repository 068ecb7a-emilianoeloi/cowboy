      ******************************************************************
      * Programa: DIARIO
      * Descrição: Diario contabil de partidas dobradas gerado a partir
      *            da geracao diaria da interface (INTERFACE-AAAAMMDD
      *            .DAT). Cada calculo recebe, pelo mapa contabil em
      *            vigor na data de negocio (MAPA-CONTAS.DAT, mantido
      *            pela MANCONTA), uma linha a debito e uma a credito
      *            do mesmo valor em moeda base, com o ID do calculo e
      *            o run ID. O trailer prova que debitos e creditos
      *            batem. Calculo sem mapeamento fica fora do diario e
      *            e listado no relatorio - nao ha conta transitoria
      * Autor: Copilot Agent
      * Data: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIARIO.
       AUTHOR. COPILOT-AGENT.
       DATE-WRITTEN. 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CONTROLE ASSIGN TO "CONTROLE-EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
      * Mapa contabil com historico de vigencias da MANCONTA
           SELECT ARQUIVO-MAPA ASSIGN TO "MAPA-CONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAPA.
      * Geracao diaria da interface gravada pela CALCULADORA
           SELECT ARQUIVO-INTF-DIA ASSIGN TO WS-NOME-INTF-DIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INTF-DIA.
      * Diario contabil do dia, regerado por inteiro a cada execucao
           SELECT ARQUIVO-DIARIO ASSIGN TO WS-NOME-DIARIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-DIARIO.
      * Cadastro de unidades mantido pelo MANUNID, fonte da descricao
      * impressa ao lado do codigo da unidade
           SELECT ARQUIVO-UNIDADES ASSIGN TO "UNIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UNIDADES.
           SELECT ARQUIVO-RELATORIO ASSIGN TO
               "RELATORIO-DIARIO-CONTABIL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CONTROLE
           RECORDING MODE IS F.
       01  REG-CONTROLE-EXEC.
           05 CTRL-RUN-ID          PIC X(8).
           05 CTRL-DATA-NEGOCIO    PIC X(10).
           05 CTRL-OPERADOR        PIC X(8).
           05 CTRL-SENHA           PIC X(8).

      * Mapa contabil no layout de REG-MAPA da MANCONTA; vigencia com
      * as contas em branco encerra o mapeamento
       FD  ARQUIVO-MAPA
           RECORDING MODE IS F.
       01  REG-MAPA.
           05 MAPA-UNIDADE         PIC X(3).
           05 MAPA-OPERACAO        PIC 9(1).
           05 MAPA-CONTA-DEBITO    PIC X(10).
           05 MAPA-CONTA-CREDITO   PIC X(10).
           05 MAPA-CENTRO-CUSTO    PIC X(6).
           05 MAPA-DATA-VIGENCIA   PIC X(10).

      * Interface diaria no layout de REG-INTERFACE da CALCULADORA;
      * os registros de controle H/T tem o tipo na primeira posicao
       FD  ARQUIVO-INTF-DIA
           RECORDING MODE IS F.
       01  REG-INTERFACE.
           05 INTF-OPERACAO        PIC 9(1).
           05 INTF-NUMERO-1        PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 INTF-NUMERO-2        PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 INTF-UNIDADE         PIC X(3).
           05 INTF-RESULTADO       PIC S9(14)V9(6)
                                      SIGN LEADING SEPARATE.
           05 INTF-RESULTADO-BASE  PIC S9(14)V9(6)
                                      SIGN LEADING SEPARATE.
           05 INTF-CALC-ID         PIC 9(9).
           05 INTF-RUN-ID          PIC X(8).
       01  REG-INTF-CONTROLE.
           05 INTF-CTL-TIPO        PIC X(1).
           05 FILLER               PIC X(82).

      * Diario contabil: cabecalho "H" com a data de negocio, o run ID
      * e a origem; uma linha "L" por partida (D = debito, C =
      * credito), com valor sempre positivo em moeda base BRL; e o
      * trailer "T" com a contagem e os totais de debito e de credito,
      * a diferenca entre eles e a indicacao de diario balanceado
       FD  ARQUIVO-DIARIO
           RECORDING MODE IS F.
       01  REG-DIARIO-LINHA.
           05 DIA-TIPO             PIC X(1).
           05 DIA-SEQUENCIA        PIC 9(7).
           05 DIA-DEB-CRED         PIC X(1).
           05 DIA-CONTA            PIC X(10).
           05 DIA-CENTRO-CUSTO     PIC X(6).
           05 DIA-VALOR            PIC 9(14)V9(6).
           05 DIA-UNIDADE          PIC X(3).
           05 DIA-OPERACAO         PIC 9(1).
           05 DIA-CALC-ID          PIC 9(9).
           05 DIA-RUN-ID           PIC X(8).
           05 DIA-DATA-NEGOCIO     PIC X(10).
           05 DIA-VIGENCIA-MAPA    PIC X(10).
       01  REG-DIARIO-CABECALHO.
           05 DIA-CAB-TIPO         PIC X(1).
           05 DIA-CAB-DATA-NEGOCIO PIC X(10).
           05 DIA-CAB-RUN-ID       PIC X(8).
           05 DIA-CAB-GERADO-EM    PIC X(19).
           05 DIA-CAB-ORIGEM       PIC X(30).
       01  REG-DIARIO-TRAILER.
           05 DIA-TRL-TIPO         PIC X(1).
           05 DIA-TRL-QTD-CALCULOS PIC 9(7).
           05 DIA-TRL-QTD-LINHAS   PIC 9(7).
           05 DIA-TRL-TOTAL-DEBITO PIC 9(16)V9(6).
           05 DIA-TRL-TOTAL-CREDITO PIC 9(16)V9(6).
           05 DIA-TRL-DIFERENCA    PIC S9(16)V9(6)
                                      SIGN LEADING SEPARATE.
           05 DIA-TRL-BALANCEADO   PIC X(1).

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

      * Relatorio impresso, formato de impressora de 132 colunas
       FD  ARQUIVO-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO           PIC X(132).

       WORKING-STORAGE SECTION.
      * Status dos arquivos
       01 WS-FS-CONTROLE       PIC X(2) VALUE ZEROS.
       01 WS-FS-MAPA           PIC X(2) VALUE ZEROS.
       01 WS-FS-INTF-DIA       PIC X(2) VALUE ZEROS.
       01 WS-FS-DIARIO         PIC X(2) VALUE ZEROS.
       01 WS-FS-RELATORIO      PIC X(2) VALUE ZEROS.
       01 WS-FS-UNIDADES       PIC X(2) VALUE ZEROS.

      * Data de negocio, run ID do controle e os nomes dos arquivos
      * do dia
       01 WS-DATA-NEGOCIO      PIC X(10) VALUE SPACES.
       01 WS-RUN-ID            PIC X(8) VALUE SPACES.
       01 WS-NOME-INTF-DIA     PIC X(30) VALUE SPACES.
       01 WS-NOME-DIARIO       PIC X(34) VALUE SPACES.
       01 WS-TIMESTAMP-BRUTO   PIC X(21) VALUE SPACES.
       01 WS-DATA-HORA         PIC X(19) VALUE SPACES.

      * Mapa contabil completo: cada linha e uma vigencia
       01 WS-QTD-MAPA          PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-MAPA.
           05 WS-MAP-ENTRADA OCCURS 500 TIMES.
               10 WS-MAP-UNIDADE   PIC X(3).
               10 WS-MAP-OPERACAO  PIC 9(1).
               10 WS-MAP-DEBITO    PIC X(10).
               10 WS-MAP-CREDITO   PIC X(10).
               10 WS-MAP-CENTRO    PIC X(6).
               10 WS-MAP-VIGENCIA  PIC X(10).
       01 WS-IND-MAPA          PIC 9(3) VALUE ZEROS.

      * Mapeamento em vigor para o calculo corrente
       01 WS-MAPA-ACHOU        PIC X(1) VALUE "N".
       01 WS-MAPA-DEBITO       PIC X(10) VALUE SPACES.
       01 WS-MAPA-CREDITO      PIC X(10) VALUE SPACES.
       01 WS-MAPA-CENTRO       PIC X(6) VALUE SPACES.
       01 WS-MAPA-VIGENCIA     PIC X(10) VALUE SPACES.

      * Partida do calculo corrente: valor absoluto em moeda base e
      * as contas na ordem do lancamento (resultado negativo inverte
      * debito e credito do mapeamento)
       01 WS-VALOR-PARTIDA     PIC 9(14)V9(6) VALUE ZEROS.
       01 WS-CONTA-DEBITO      PIC X(10) VALUE SPACES.
       01 WS-CONTA-CREDITO     PIC X(10) VALUE SPACES.

      * Totais por conta, centro de custo e natureza para o resumo do
      * relatorio
       01 WS-QTD-CONTAS        PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-CONTAS.
           05 WS-CTA-ENTRADA OCCURS 200 TIMES.
               10 WS-CTA-CONTA     PIC X(10).
               10 WS-CTA-CENTRO    PIC X(6).
               10 WS-CTA-DEB-CRED  PIC X(1).
               10 WS-CTA-QTD       PIC 9(7).
               10 WS-CTA-VALOR     PIC 9(16)V9(6).
       01 WS-IND-CONTA         PIC 9(3) VALUE ZEROS.
       01 WS-CONTA-ACHADA      PIC X(1) VALUE "N".
       01 WS-CONTAS-EXCEDIDAS  PIC X(1) VALUE "N".
       01 WS-BUSCA-CONTA       PIC X(10) VALUE SPACES.
       01 WS-BUSCA-DEB-CRED    PIC X(1) VALUE SPACES.

      * Calculos sem mapeamento, guardados para o relatorio
       01 WS-QTD-SEM-MAPA      PIC 9(4) VALUE ZEROS.
       01 WS-TABELA-SEM-MAPA.
           05 WS-SEM-ENTRADA OCCURS 500 TIMES.
               10 WS-SEM-CALC-ID   PIC 9(9).
               10 WS-SEM-UNIDADE   PIC X(3).
               10 WS-SEM-OPERACAO  PIC 9(1).
               10 WS-SEM-VALOR     PIC S9(14)V9(6).
               10 WS-SEM-MOTIVO    PIC X(20).
       01 WS-IND-SEM-MAPA      PIC 9(4) VALUE ZEROS.
       01 WS-MOTIVO-SEM-MAPA   PIC X(20) VALUE SPACES.

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

      * Contagens e totais do diario
       01 WS-CONT-DETALHES     PIC 9(7) VALUE ZEROS.
       01 WS-CONT-LANCADOS     PIC 9(7) VALUE ZEROS.
       01 WS-CONT-LINHAS       PIC 9(7) VALUE ZEROS.
       01 WS-CONT-FORA         PIC 9(7) VALUE ZEROS.
       01 WS-TOTAL-DEBITO      PIC 9(16)V9(6) VALUE ZEROS.
       01 WS-TOTAL-CREDITO     PIC 9(16)V9(6) VALUE ZEROS.
       01 WS-TOTAL-FORA        PIC S9(16)V9(6) VALUE ZEROS.
       01 WS-DIFERENCA         PIC S9(16)V9(6) VALUE ZEROS.

      * Fim de arquivo da passagem corrente
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".

      * Areas de edicao das linhas do relatorio
       01 WS-LINHA-RELATORIO   PIC X(132) VALUE SPACES.
       01 WS-QTD-ED            PIC ZZZZZZ9.
       01 WS-VALOR-ED          PIC -(14)9.99.
       01 WS-DEBITO-ED         PIC -(14)9.99.
       01 WS-CREDITO-ED        PIC -(14)9.99.

      * Linhas decorativas
       01 WS-LINHA             PIC X(40) VALUE ALL "=".
       01 WS-LINHA-LARGA       PIC X(132) VALUE ALL "=".

       PROCEDURE DIVISION.

      ******************************************************************
      * INICIO - Controla a geracao do diario: data de negocio, mapa
      *          contabil, partidas de cada calculo da interface do
      *          dia, trailer de prova e relatorio. Calculo sem
      *          mapeamento devolve codigo de retorno 4; diario
      *          desbalanceado, 8
      ******************************************************************
       INICIO.
           DISPLAY WS-LINHA.
           DISPLAY "   DIARIO CONTABIL DO DIA - DIARIO".
           DISPLAY WS-LINHA.
           PERFORM OBTER-DATA-NEGOCIO.
           PERFORM MONTAR-NOMES-DIARIOS.
           PERFORM CARREGAR-MAPA-CONTAS.
           PERFORM ABRIR-DIARIO.
           PERFORM PROCESSAR-INTERFACE-DIA.
           PERFORM GRAVAR-TRAILER-DIARIO.
           CLOSE ARQUIVO-DIARIO.
           PERFORM CARREGAR-DESCRICOES-UNIDADES.
           PERFORM EMITIR-RELATORIO.
           DISPLAY " ".
           DISPLAY WS-LINHA.
           DISPLAY "Dia " WS-DATA-NEGOCIO ": " WS-CONT-LANCADOS
               " calculo(s) lancado(s) em " WS-CONT-LINHAS
               " linha(s) de " WS-NOME-DIARIO ".".
           DISPLAY "Relatorio em RELATORIO-DIARIO-CONTABIL.TXT.".
           IF WS-DIFERENCA NOT = ZEROS
               DISPLAY "ERRO: diario desbalanceado - debitos e "
                   "creditos nao conferem."
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-QTD-SEM-MAPA > ZEROS
               DISPLAY "AVISO: " WS-QTD-SEM-MAPA " calculo(s) sem "
                   "mapeamento contabil - fora do diario."
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY WS-LINHA.
           STOP RUN.

      ******************************************************************
      * OBTER-DATA-NEGOCIO - Data e run ID do controle de execucao
      *                      quando presente, senao a data corrente
      ******************************************************************
       OBTER-DATA-NEGOCIO.
           OPEN INPUT ARQUIVO-CONTROLE.
           IF WS-FS-CONTROLE = "00"
               READ ARQUIVO-CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTRL-DATA-NEGOCIO TO WS-DATA-NEGOCIO
                       MOVE CTRL-RUN-ID TO WS-RUN-ID
               END-READ
               CLOSE ARQUIVO-CONTROLE
           END-IF.
           IF WS-DATA-NEGOCIO = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-BRUTO
               STRING WS-TIMESTAMP-BRUTO(1:4) "-"
                      WS-TIMESTAMP-BRUTO(5:2) "-"
                      WS-TIMESTAMP-BRUTO(7:2)
                      DELIMITED BY SIZE INTO WS-DATA-NEGOCIO
               END-STRING
           END-IF.
           DISPLAY " ".
           DISPLAY "Gerando o diario do dia " WS-DATA-NEGOCIO ".".

      ******************************************************************
      * MONTAR-NOMES-DIARIOS - Nome da geracao diaria da interface, na
      *                        mesma regra de montagem da CALCULADORA,
      *                        e do diario contabil do dia
      ******************************************************************
       MONTAR-NOMES-DIARIOS.
           STRING "INTERFACE-" WS-DATA-NEGOCIO(1:4)
                  WS-DATA-NEGOCIO(6:2) WS-DATA-NEGOCIO(9:2) ".DAT"
                  DELIMITED BY SIZE INTO WS-NOME-INTF-DIA
           END-STRING.
           STRING "DIARIO-CONTABIL-" WS-DATA-NEGOCIO(1:4)
                  WS-DATA-NEGOCIO(6:2) WS-DATA-NEGOCIO(9:2) ".DAT"
                  DELIMITED BY SIZE INTO WS-NOME-DIARIO
           END-STRING.

      ******************************************************************
      * CARREGAR-MAPA-CONTAS - Carrega todas as vigencias do mapa
      *                        contabil; sem o mapa nenhum calculo e
      *                        lancado e todos saem no relatorio
      ******************************************************************
       CARREGAR-MAPA-CONTAS.
           OPEN INPUT ARQUIVO-MAPA.
           IF WS-FS-MAPA NOT = "00"
               DISPLAY " "
               DISPLAY "AVISO: MAPA-CONTAS.DAT nao encontrado - "
                   "nenhum calculo tera mapeamento contabil."
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-MAPA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM GUARDAR-VIGENCIA-MAPA
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MAPA
           END-IF.

      ******************************************************************
      * GUARDAR-VIGENCIA-MAPA - Uma linha do mapa contabil; linha fora
      *                         do layout numerico fica de fora
      ******************************************************************
       GUARDAR-VIGENCIA-MAPA.
           IF MAPA-OPERACAO IS NOT NUMERIC
               DISPLAY "AVISO: operacao nao numerica para a unidade "
                   MAPA-UNIDADE " em MAPA-CONTAS.DAT - linha ignorada."
           ELSE IF WS-QTD-MAPA >= 500
               DISPLAY "AVISO: mapa contabil com mais de 500 "
                   "vigencias - linha de " MAPA-UNIDADE " ignorada."
           ELSE
               ADD 1 TO WS-QTD-MAPA
               MOVE MAPA-UNIDADE TO WS-MAP-UNIDADE(WS-QTD-MAPA)
               MOVE MAPA-OPERACAO TO WS-MAP-OPERACAO(WS-QTD-MAPA)
               MOVE MAPA-CONTA-DEBITO TO WS-MAP-DEBITO(WS-QTD-MAPA)
               MOVE MAPA-CONTA-CREDITO TO WS-MAP-CREDITO(WS-QTD-MAPA)
               MOVE MAPA-CENTRO-CUSTO TO WS-MAP-CENTRO(WS-QTD-MAPA)
               MOVE MAPA-DATA-VIGENCIA TO WS-MAP-VIGENCIA(WS-QTD-MAPA)
           END-IF.

      ******************************************************************
      * ABRIR-DIARIO - Cria o diario do dia (uma reexecucao regera o
      *                arquivo inteiro) e grava o cabecalho
      ******************************************************************
       ABRIR-DIARIO.
           OPEN OUTPUT ARQUIVO-DIARIO.
           IF WS-FS-DIARIO NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   WS-NOME-DIARIO " (status " WS-FS-DIARIO ")."
               STOP RUN
           END-IF.
           PERFORM OBTER-DATA-HORA.
           MOVE SPACES TO REG-DIARIO-CABECALHO.
           MOVE "H" TO DIA-CAB-TIPO.
           MOVE WS-DATA-NEGOCIO TO DIA-CAB-DATA-NEGOCIO.
           MOVE WS-RUN-ID TO DIA-CAB-RUN-ID.
           MOVE WS-DATA-HORA TO DIA-CAB-GERADO-EM.
           MOVE WS-NOME-INTF-DIA TO DIA-CAB-ORIGEM.
           WRITE REG-DIARIO-CABECALHO.
           PERFORM CONFERIR-GRAVACAO-DIARIO.

      ******************************************************************
      * PROCESSAR-INTERFACE-DIA - Le a geracao diaria da interface e
      *                           lanca cada registro de detalhe;
      *                           registros de controle H/T e linhas
      *                           sem ID de calculo nao sao lancados
      ******************************************************************
       PROCESSAR-INTERFACE-DIA.
           OPEN INPUT ARQUIVO-INTF-DIA.
           IF WS-FS-INTF-DIA = "35"
               DISPLAY "AVISO: " WS-NOME-INTF-DIA " nao encontrado "
                   "- dia sem movimento de interface."
           ELSE
               IF WS-FS-INTF-DIA NOT = "00"
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: nao foi possivel abrir "
                       WS-NOME-INTF-DIA " (status " WS-FS-INTF-DIA
                       ")."
                   STOP RUN
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-INTF-DIA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF INTF-CTL-TIPO NOT = "H"
                                   AND INTF-CTL-TIPO NOT = "T"
                                   AND INTF-CALC-ID IS NUMERIC
                               PERFORM LANCAR-CALCULO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-INTF-DIA
           END-IF.

      ******************************************************************
      * LANCAR-CALCULO - Procura o mapeamento do calculo corrente e
      *                  grava as duas partidas, ou o separa para o
      *                  relatorio quando nao ha mapeamento em vigor
      ******************************************************************
       LANCAR-CALCULO.
           ADD 1 TO WS-CONT-DETALHES.
           PERFORM PROCURAR-MAPEAMENTO.
           IF WS-MAPA-ACHOU = "N"
               MOVE "SEM MAPEAMENTO" TO WS-MOTIVO-SEM-MAPA
               PERFORM SEPARAR-SEM-MAPEAMENTO
           ELSE IF WS-MAPA-DEBITO = SPACES
                   OR WS-MAPA-CREDITO = SPACES
               MOVE "MAPEAMENTO ENCERRADO" TO WS-MOTIVO-SEM-MAPA
               PERFORM SEPARAR-SEM-MAPEAMENTO
           ELSE
               PERFORM GRAVAR-PARTIDAS
           END-IF.

      ******************************************************************
      * PROCURAR-MAPEAMENTO - Mapeamento da unidade e operacao do
      *                       calculo em vigor na data de negocio: a
      *                       maior vigencia que nao ultrapassa a data
      ******************************************************************
       PROCURAR-MAPEAMENTO.
           MOVE "N" TO WS-MAPA-ACHOU.
           MOVE SPACES TO WS-MAPA-VIGENCIA.
           PERFORM VARYING WS-IND-MAPA FROM 1 BY 1
                   UNTIL WS-IND-MAPA > WS-QTD-MAPA
               IF WS-MAP-UNIDADE(WS-IND-MAPA) = INTF-UNIDADE
                       AND WS-MAP-OPERACAO(WS-IND-MAPA) = INTF-OPERACAO
                       AND WS-MAP-VIGENCIA(WS-IND-MAPA)
                           <= WS-DATA-NEGOCIO
                   IF WS-MAPA-ACHOU = "N"
                           OR WS-MAP-VIGENCIA(WS-IND-MAPA)
                               > WS-MAPA-VIGENCIA
                       MOVE "S" TO WS-MAPA-ACHOU
                       MOVE WS-MAP-DEBITO(WS-IND-MAPA)
                           TO WS-MAPA-DEBITO
                       MOVE WS-MAP-CREDITO(WS-IND-MAPA)
                           TO WS-MAPA-CREDITO
                       MOVE WS-MAP-CENTRO(WS-IND-MAPA)
                           TO WS-MAPA-CENTRO
                       MOVE WS-MAP-VIGENCIA(WS-IND-MAPA)
                           TO WS-MAPA-VIGENCIA
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * SEPARAR-SEM-MAPEAMENTO - Calculo fora do diario, guardado para
      *                          a lista do relatorio
      ******************************************************************
       SEPARAR-SEM-MAPEAMENTO.
           ADD 1 TO WS-CONT-FORA.
           ADD INTF-RESULTADO-BASE TO WS-TOTAL-FORA.
           IF WS-QTD-SEM-MAPA < 500
               ADD 1 TO WS-QTD-SEM-MAPA
               MOVE INTF-CALC-ID TO WS-SEM-CALC-ID(WS-QTD-SEM-MAPA)
               MOVE INTF-UNIDADE TO WS-SEM-UNIDADE(WS-QTD-SEM-MAPA)
               MOVE INTF-OPERACAO TO WS-SEM-OPERACAO(WS-QTD-SEM-MAPA)
               MOVE INTF-RESULTADO-BASE
                   TO WS-SEM-VALOR(WS-QTD-SEM-MAPA)
               MOVE WS-MOTIVO-SEM-MAPA
                   TO WS-SEM-MOTIVO(WS-QTD-SEM-MAPA)
           END-IF.

      ******************************************************************
      * GRAVAR-PARTIDAS - Linha a debito e linha a credito do calculo
      *                   corrente, pelo valor em moeda base. Resultado
      *                   negativo e lancado pelo valor absoluto com as
      *                   contas do mapeamento invertidas
      ******************************************************************
       GRAVAR-PARTIDAS.
           IF INTF-RESULTADO-BASE < ZEROS
               COMPUTE WS-VALOR-PARTIDA = 0 - INTF-RESULTADO-BASE
               MOVE WS-MAPA-CREDITO TO WS-CONTA-DEBITO
               MOVE WS-MAPA-DEBITO TO WS-CONTA-CREDITO
           ELSE
               MOVE INTF-RESULTADO-BASE TO WS-VALOR-PARTIDA
               MOVE WS-MAPA-DEBITO TO WS-CONTA-DEBITO
               MOVE WS-MAPA-CREDITO TO WS-CONTA-CREDITO
           END-IF.
           ADD 1 TO WS-CONT-LANCADOS.
           MOVE "D" TO WS-BUSCA-DEB-CRED.
           MOVE WS-CONTA-DEBITO TO WS-BUSCA-CONTA.
           PERFORM GRAVAR-LINHA-DIARIO.
           ADD WS-VALOR-PARTIDA TO WS-TOTAL-DEBITO.
           MOVE "C" TO WS-BUSCA-DEB-CRED.
           MOVE WS-CONTA-CREDITO TO WS-BUSCA-CONTA.
           PERFORM GRAVAR-LINHA-DIARIO.
           ADD WS-VALOR-PARTIDA TO WS-TOTAL-CREDITO.

      ******************************************************************
      * GRAVAR-LINHA-DIARIO - Uma partida (WS-BUSCA-DEB-CRED na conta
      *                       WS-BUSCA-CONTA) do calculo corrente no
      *                       diario e no total da conta
      ******************************************************************
       GRAVAR-LINHA-DIARIO.
           ADD 1 TO WS-CONT-LINHAS.
           MOVE SPACES TO REG-DIARIO-LINHA.
           MOVE "L" TO DIA-TIPO.
           MOVE WS-CONT-LINHAS TO DIA-SEQUENCIA.
           MOVE WS-BUSCA-DEB-CRED TO DIA-DEB-CRED.
           MOVE WS-BUSCA-CONTA TO DIA-CONTA.
           MOVE WS-MAPA-CENTRO TO DIA-CENTRO-CUSTO.
           MOVE WS-VALOR-PARTIDA TO DIA-VALOR.
           MOVE INTF-UNIDADE TO DIA-UNIDADE.
           MOVE INTF-OPERACAO TO DIA-OPERACAO.
           MOVE INTF-CALC-ID TO DIA-CALC-ID.
           MOVE INTF-RUN-ID TO DIA-RUN-ID.
           MOVE WS-DATA-NEGOCIO TO DIA-DATA-NEGOCIO.
           MOVE WS-MAPA-VIGENCIA TO DIA-VIGENCIA-MAPA.
           WRITE REG-DIARIO-LINHA.
           PERFORM CONFERIR-GRAVACAO-DIARIO.
           PERFORM ACUMULAR-CONTA.

      ******************************************************************
      * ACUMULAR-CONTA - Soma a partida corrente no total da conta,
      *                  centro de custo e natureza; conta nova entra
      *                  na tabela na primeira partida
      ******************************************************************
       ACUMULAR-CONTA.
           MOVE "N" TO WS-CONTA-ACHADA.
           PERFORM VARYING WS-IND-CONTA FROM 1 BY 1
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS
                       OR WS-CONTA-ACHADA = "S"
               IF WS-CTA-CONTA(WS-IND-CONTA) = WS-BUSCA-CONTA
                       AND WS-CTA-CENTRO(WS-IND-CONTA) = WS-MAPA-CENTRO
                       AND WS-CTA-DEB-CRED(WS-IND-CONTA)
                           = WS-BUSCA-DEB-CRED
                   MOVE "S" TO WS-CONTA-ACHADA
               END-IF
           END-PERFORM.
           IF WS-CONTA-ACHADA = "S"
               SUBTRACT 1 FROM WS-IND-CONTA
               ADD 1 TO WS-CTA-QTD(WS-IND-CONTA)
               ADD WS-VALOR-PARTIDA TO WS-CTA-VALOR(WS-IND-CONTA)
           ELSE IF WS-QTD-CONTAS >= 200
               MOVE "S" TO WS-CONTAS-EXCEDIDAS
           ELSE
               ADD 1 TO WS-QTD-CONTAS
               MOVE WS-BUSCA-CONTA TO WS-CTA-CONTA(WS-QTD-CONTAS)
               MOVE WS-MAPA-CENTRO TO WS-CTA-CENTRO(WS-QTD-CONTAS)
               MOVE WS-BUSCA-DEB-CRED TO WS-CTA-DEB-CRED(WS-QTD-CONTAS)
               MOVE 1 TO WS-CTA-QTD(WS-QTD-CONTAS)
               MOVE WS-VALOR-PARTIDA TO WS-CTA-VALOR(WS-QTD-CONTAS)
           END-IF.

      ******************************************************************
      * GRAVAR-TRAILER-DIARIO - Fecha o diario com as contagens, os
      *                         totais de debito e de credito e a
      *                         prova de que conferem
      ******************************************************************
       GRAVAR-TRAILER-DIARIO.
           COMPUTE WS-DIFERENCA = WS-TOTAL-DEBITO - WS-TOTAL-CREDITO.
           MOVE SPACES TO REG-DIARIO-TRAILER.
           MOVE "T" TO DIA-TRL-TIPO.
           MOVE WS-CONT-LANCADOS TO DIA-TRL-QTD-CALCULOS.
           MOVE WS-CONT-LINHAS TO DIA-TRL-QTD-LINHAS.
           MOVE WS-TOTAL-DEBITO TO DIA-TRL-TOTAL-DEBITO.
           MOVE WS-TOTAL-CREDITO TO DIA-TRL-TOTAL-CREDITO.
           MOVE WS-DIFERENCA TO DIA-TRL-DIFERENCA.
           IF WS-DIFERENCA = ZEROS
               MOVE "S" TO DIA-TRL-BALANCEADO
           ELSE
               MOVE "N" TO DIA-TRL-BALANCEADO
           END-IF.
           WRITE REG-DIARIO-TRAILER.
           PERFORM CONFERIR-GRAVACAO-DIARIO.

      ******************************************************************
      * CONFERIR-GRAVACAO-DIARIO - Falha de gravacao no diario e fatal
      ******************************************************************
       CONFERIR-GRAVACAO-DIARIO.
           IF WS-FS-DIARIO NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar " WS-NOME-DIARIO
                   " (status " WS-FS-DIARIO ")."
               STOP RUN
           END-IF.

      ******************************************************************
      * OBTER-DATA-HORA - Data/hora corrente em WS-DATA-HORA
      ******************************************************************
       OBTER-DATA-HORA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-BRUTO.
           MOVE SPACES TO WS-DATA-HORA.
           STRING WS-TIMESTAMP-BRUTO(1:4) "-" WS-TIMESTAMP-BRUTO(5:2)
                  "-" WS-TIMESTAMP-BRUTO(7:2) " "
                  WS-TIMESTAMP-BRUTO(9:2) ":" WS-TIMESTAMP-BRUTO(11:2)
                  ":" WS-TIMESTAMP-BRUTO(13:2)
                  DELIMITED BY SIZE INTO WS-DATA-HORA
           END-STRING.

      ******************************************************************
      * EMITIR-RELATORIO - Relatorio do diario: calculos sem
      *                    mapeamento (fora do diario), totais por
      *                    conta e a prova de debitos contra creditos
      ******************************************************************
       EMITIR-RELATORIO.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "RELATORIO-DIARIO-CONTABIL.TXT (status "
                   WS-FS-RELATORIO ")."
               STOP RUN
           END-IF.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           STRING "DIARIO CONTABIL - DATA DE NEGOCIO " WS-DATA-NEGOCIO
                  " - RUN ID " WS-RUN-ID " - ORIGEM "
                  DELIMITED BY SIZE
                  WS-NOME-INTF-DIA DELIMITED BY SPACE
                  " - EMITIDO EM " WS-DATA-HORA
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM GRAVAR-SEM-MAPEAMENTO.
           PERFORM GRAVAR-TOTAIS-CONTAS.
           PERFORM GRAVAR-PROVA-DIARIO.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.

      ******************************************************************
      * GRAVAR-SEM-MAPEAMENTO - Lista dos calculos que ficaram fora do
      *                         diario, com o motivo
      ******************************************************************
       GRAVAR-SEM-MAPEAMENTO.
           MOVE "CALCULOS SEM MAPEAMENTO CONTABIL (FORA DO DIARIO)"
               TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           IF WS-CONT-FORA = ZEROS
               STRING "  NENHUM - TODOS OS CALCULOS DO DIA FORAM "
                      "LANCADOS."
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           ELSE
               STRING "  CALC-ID    UN  DESCRICAO DA UNIDADE           "
                      "OP   VALOR EM MOEDA BASE  MOTIVO"
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
               PERFORM VARYING WS-IND-SEM-MAPA FROM 1 BY 1
                       UNTIL WS-IND-SEM-MAPA > WS-QTD-SEM-MAPA
                   MOVE WS-SEM-VALOR(WS-IND-SEM-MAPA) TO WS-VALOR-ED
                   PERFORM OBTER-DESCRICAO-UNIDADE
                   STRING "  " WS-SEM-CALC-ID(WS-IND-SEM-MAPA) "  "
                          WS-SEM-UNIDADE(WS-IND-SEM-MAPA) " "
                          WS-DESCRICAO-UNIDADE "  "
                          WS-SEM-OPERACAO(WS-IND-SEM-MAPA) "  "
                          WS-VALOR-ED "  "
                          WS-SEM-MOTIVO(WS-IND-SEM-MAPA)
                          DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                   END-STRING
                   PERFORM GRAVAR-LINHA-RELATORIO
               END-PERFORM
               IF WS-CONT-FORA > WS-QTD-SEM-MAPA
                   MOVE WS-CONT-FORA TO WS-QTD-ED
                   STRING "  (LISTA LIMITADA A 500 DE " WS-QTD-ED
                          " CALCULOS FORA DO DIARIO)"
                          DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                   END-STRING
                   PERFORM GRAVAR-LINHA-RELATORIO
               END-IF
               MOVE WS-CONT-FORA TO WS-QTD-ED
               MOVE WS-TOTAL-FORA TO WS-VALOR-ED
               STRING "  TOTAL FORA DO DIARIO: " WS-QTD-ED
                      " CALCULO(S) " WS-VALOR-ED
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.

      ******************************************************************
      * GRAVAR-TOTAIS-CONTAS - Total lancado por conta, centro de
      *                        custo e natureza
      ******************************************************************
       GRAVAR-TOTAIS-CONTAS.
           MOVE "TOTAIS POR CONTA" TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           STRING "  CONTA       CC      PARTIDAS              DEBITO"
                  "             CREDITO"
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM VARYING WS-IND-CONTA FROM 1 BY 1
                   UNTIL WS-IND-CONTA > WS-QTD-CONTAS
               PERFORM GRAVAR-LINHA-CONTA
           END-PERFORM.
           IF WS-CONTAS-EXCEDIDAS = "S"
               STRING "  (MAIS DE 200 CONTAS - RESUMO INCOMPLETO; O "
                      "DIARIO E O TRAILER ESTAO COMPLETOS)"
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.

      ******************************************************************
      * GRAVAR-LINHA-CONTA - Linha do resumo de uma conta, com o valor
      *                      na coluna da sua natureza
      ******************************************************************
       GRAVAR-LINHA-CONTA.
           MOVE ZEROS TO WS-DEBITO-ED.
           MOVE ZEROS TO WS-CREDITO-ED.
           IF WS-CTA-DEB-CRED(WS-IND-CONTA) = "D"
               MOVE WS-CTA-VALOR(WS-IND-CONTA) TO WS-DEBITO-ED
           ELSE
               MOVE WS-CTA-VALOR(WS-IND-CONTA) TO WS-CREDITO-ED
           END-IF.
           MOVE WS-CTA-QTD(WS-IND-CONTA) TO WS-QTD-ED.
           STRING "  " WS-CTA-CONTA(WS-IND-CONTA) "  "
                  WS-CTA-CENTRO(WS-IND-CONTA) "  " WS-QTD-ED "  "
                  WS-DEBITO-ED "  " WS-CREDITO-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.

      ******************************************************************
      * GRAVAR-PROVA-DIARIO - Contagens e a prova de debitos contra
      *                       creditos gravada no trailer
      ******************************************************************
       GRAVAR-PROVA-DIARIO.
           MOVE WS-TOTAL-DEBITO TO WS-DEBITO-ED.
           MOVE WS-TOTAL-CREDITO TO WS-CREDITO-ED.
           MOVE WS-CONT-LINHAS TO WS-QTD-ED.
           STRING "  TOTAL DO DIARIO       " WS-QTD-ED "  "
                  WS-DEBITO-ED "  " WS-CREDITO-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-DIFERENCA TO WS-VALOR-ED.
           IF WS-DIFERENCA = ZEROS
               STRING "  DEBITOS = CREDITOS - DIARIO BALANCEADO "
                      "(DIFERENCA " WS-VALOR-ED ")"
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
           ELSE
               STRING "  *** DIARIO DESBALANCEADO - DIFERENCA "
                      WS-VALOR-ED " ***"
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
           END-IF.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-DETALHES TO WS-QTD-ED.
           STRING "  CALCULOS NA INTERFACE DO DIA:   " WS-QTD-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-LANCADOS TO WS-QTD-ED.
           STRING "  LANCADOS NO DIARIO:             " WS-QTD-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-FORA TO WS-QTD-ED.
           STRING "  FORA DO DIARIO (SEM MAPEAMENTO):" WS-QTD-ED
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
      *                           WS-SEM-UNIDADE(WS-IND-SEM-MAPA);
      *                           codigo fora do cadastro sai marcado
      *                           como tal
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
                           = WS-SEM-UNIDADE(WS-IND-SEM-MAPA)
                       MOVE WS-CAD-DESCRICAO(WS-IND-CAD)
                           TO WS-DESCRICAO-UNIDADE
                       MOVE "S" TO WS-CAD-ACHADA
                   END-IF
               END-PERFORM
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
                   "RELATORIO-DIARIO-CONTABIL.TXT (status "
                   WS-FS-RELATORIO ")."
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-LINHA-RELATORIO.
