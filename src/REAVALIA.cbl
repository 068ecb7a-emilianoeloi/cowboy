      ******************************************************************
      * Programa: REAVALIA
      * Descrição: Reavaliacao cambial de fim de mes. Le do mestre
      *            CALC-MESTRE.DAT os calculos do periodo (mes) que nao
      *            foram estornados, reavalia o total de cada unidade
      *            em moeda estrangeira pela taxa de fechamento do
      *            historico de vigencias do MANTAXAS (TAXAS.DAT) e
      *            apura o ganho ou perda contra a base contabilizada.
      *            Os ajustes vao para a interface contabil como
      *            registro de tipo proprio ("A") num envelope H/T
      *            registrado em ENVELOPES-ENVIADOS.DAT, conferido pelo
      *            ACKCONT; o relatorio por unidade mostra as taxas de
      *            abertura e de fechamento e a diferenca. Cada unidade
      *            e reavaliada uma unica vez por periodo
      * Autor: Copilot Agent
      * Data: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAVALIA.
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
           SELECT ARQUIVO-MESTRE ASSIGN TO "CALC-MESTRE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CALC-ID
               FILE STATUS IS WS-FS-MESTRE.
      * Historico de vigencias das taxas mantido pelo MANTAXAS
           SELECT ARQUIVO-TAXAS ASSIGN TO "TAXAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TAXAS.
           SELECT ARQUIVO-INTERFACE ASSIGN TO "INTERFACE-CONTABIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INTERFACE.
           SELECT ARQUIVO-SEQUENCIA ASSIGN TO "CALC-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQUENCIA.
      * Registro dos envelopes enviados a contabilidade, o mesmo da
      * CALCULADORA, conferido pelo ACKCONT
           SELECT ARQUIVO-ENVIOS ASSIGN TO "ENVELOPES-ENVIADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-ENVIOS.
      * Registro das unidades ja reavaliadas por periodo, contra o
      * ajuste em duplicidade
           SELECT ARQUIVO-REAVALIACOES ASSIGN TO "REAVALIACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REAVALIACOES.
      * Cadastro de unidades mantido pelo MANUNID, fonte da descricao
      * impressa ao lado do codigo da unidade
           SELECT ARQUIVO-UNIDADES ASSIGN TO "UNIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UNIDADES.
           SELECT ARQUIVO-RELATORIO ASSIGN TO
               "RELATORIO-REAVALIACAO.TXT"
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

      * Arquivo mestre no layout de REG-MESTRE da CALCULADORA
       FD  ARQUIVO-MESTRE.
       01  REG-MESTRE.
           05 MST-CALC-ID          PIC 9(9).
           05 MST-OPERACAO         PIC 9(1).
           05 MST-NUMERO-1         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 MST-NUMERO-2         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 MST-UNIDADE          PIC X(3).
           05 MST-RESULTADO        PIC S9(14)V9(6)
                                      SIGN LEADING SEPARATE.
           05 MST-RESULTADO-BASE   PIC S9(14)V9(6)
                                      SIGN LEADING SEPARATE.
           05 MST-DATA-HORA        PIC X(19).
           05 MST-OPERADOR         PIC X(8).
           05 MST-SITUACAO         PIC X(1).
           05 MST-ESTORNO-ID       PIC 9(9).

      * Tabela de taxas no layout da CALCULADORA: codigo, taxa para a
      * moeda base BRL e data de vigencia (AAAA-MM-DD), uma linha por
      * vigencia
       FD  ARQUIVO-TAXAS
           RECORDING MODE IS F.
       01  REG-TAXA.
           05 TAXA-UNIDADE         PIC X(3).
           05 TAXA-VALOR           PIC 9(4)V9(6).
           05 TAXA-DATA-VIGENCIA   PIC X(10).

      * Interface contabil no layout fixo de REG-INTERFACE da
      * CALCULADORA, com o envelope de controle H/T. O ajuste de
      * reavaliacao e um registro de tipo "A" do mesmo tamanho, com a
      * unidade e o valor nas posicoes da unidade e do resultado do
      * detalhe - o hash do trailer soma o ajuste como soma o
      * resultado
       FD  ARQUIVO-INTERFACE
           RECORDING MODE IS F.
       01  REG-INTF-AJUSTE.
           05 AJU-TIPO             PIC X(1).
           05 AJU-TAXA-FECHAMENTO  PIC 9(4)V9(6).
           05 AJU-PERIODO          PIC X(6).
           05 FILLER               PIC X(4).
           05 AJU-UNIDADE          PIC X(3).
           05 AJU-VALOR            PIC S9(14)V9(6)
                                      SIGN LEADING SEPARATE.
           05 AJU-BASE-CONTABIL    PIC S9(14)V9(6)
                                      SIGN LEADING SEPARATE.
           05 AJU-ID               PIC 9(9).
           05 AJU-RUN-ID           PIC X(8).
       01  REG-INTF-CABECALHO.
           05 INTF-CAB-TIPO        PIC X(1).
           05 INTF-CAB-DATA        PIC X(8).
           05 INTF-CAB-HORA        PIC X(6).
           05 INTF-CAB-SEQUENCIA   PIC 9(6).
       01  REG-INTF-TRAILER.
           05 INTF-TRL-TIPO        PIC X(1).
           05 INTF-TRL-QTD         PIC 9(7).
           05 INTF-TRL-HASH        PIC S9(16)V9(6)
                                      SIGN LEADING SEPARATE.

       FD  ARQUIVO-SEQUENCIA
           RECORDING MODE IS F.
       01  REG-SEQUENCIA.
           05 SEQ-ULTIMO-CALC-ID   PIC 9(9).
           05 SEQ-ULTIMO-ARQUIVO   PIC 9(6).

       FD  ARQUIVO-ENVIOS
           RECORDING MODE IS F.
       01  REG-ENVIO.
           05 ENV-SEQUENCIA        PIC 9(6).
           05 ENV-DATA             PIC X(8).
           05 ENV-QTD              PIC 9(7).
           05 ENV-HASH             PIC S9(16)V9(6)
                                      SIGN LEADING SEPARATE.
           05 ENV-RUN-ID           PIC X(8).
           05 ENV-STATUS           PIC X(1).

      * Uma linha por unidade reavaliada no periodo: ID do ajuste
      * (zero quando nao houve diferenca a lancar), valor, data/hora
      * e run ID da execucao
       FD  ARQUIVO-REAVALIACOES
           RECORDING MODE IS F.
       01  REG-REAVALIACAO.
           05 REAV-PERIODO         PIC X(6).
           05 REAV-UNIDADE         PIC X(3).
           05 REAV-AJUSTE-ID       PIC 9(9).
           05 REAV-AJUSTE          PIC S9(14)V9(6)
                                      SIGN LEADING SEPARATE.
           05 REAV-DATA-HORA       PIC X(19).
           05 REAV-RUN-ID          PIC X(8).

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
       01 WS-FS-MESTRE         PIC X(2) VALUE ZEROS.
       01 WS-FS-TAXAS          PIC X(2) VALUE ZEROS.
       01 WS-FS-INTERFACE      PIC X(2) VALUE ZEROS.
       01 WS-FS-SEQUENCIA      PIC X(2) VALUE ZEROS.
       01 WS-FS-ENVIOS         PIC X(2) VALUE ZEROS.
       01 WS-FS-REAVALIACOES   PIC X(2) VALUE ZEROS.
       01 WS-FS-RELATORIO      PIC X(2) VALUE ZEROS.
       01 WS-FS-UNIDADES       PIC X(2) VALUE ZEROS.

      * Identificacao da execucao (controle do escalonador ou
      * derivada da sequencia, com prefixo "V" de reavaliacao)
       01 WS-RUN-ID            PIC X(8) VALUE SPACES.
       01 WS-DATA-NEGOCIO      PIC X(10) VALUE SPACES.
       01 WS-RUN-SEQ-DERIV     PIC 9(7) VALUE ZEROS.

      * Sequencias persistidas em CALC-SEQ.DAT, compartilhadas com a
      * CALCULADORA: cada ajuste recebe um ID da numeracao dos
      * calculos e o envelope o proximo numero de arquivo
       01 WS-CALC-ID           PIC 9(9) VALUE ZEROS.
       01 WS-SEQ-ARQUIVO       PIC 9(6) VALUE ZEROS.

      * Periodo reavaliado (AAAAMM): primeiro e ultimo dia, e o
      * ultimo dia do mes anterior, cuja taxa em vigor e a de
      * abertura do periodo
       01 WS-ENTRADA           PIC X(10) VALUE SPACES.
       01 WS-PERIODO           PIC X(6) VALUE SPACES.
       01 WS-PERIODO-MESTRE    PIC X(7) VALUE SPACES.
       01 WS-ANO               PIC 9(4) VALUE ZEROS.
       01 WS-MES               PIC 9(2) VALUE ZEROS.
       01 WS-DATA-NUM          PIC 9(8) VALUE ZEROS.
       01 WS-DIAS-INICIO       PIC S9(9) VALUE ZEROS.
       01 WS-DIAS-PROXIMO      PIC S9(9) VALUE ZEROS.
       01 WS-DATA-INICIO       PIC X(10) VALUE SPACES.
       01 WS-DATA-FECHAMENTO   PIC X(10) VALUE SPACES.
       01 WS-DATA-ABERTURA     PIC X(10) VALUE SPACES.

      * Historico de taxas completo: cada linha e uma vigencia
       01 WS-QTD-HIST          PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-HIST.
           05 WS-HIST-ENTRADA OCCURS 500 TIMES.
               10 WS-HIST-UNIDADE  PIC X(3).
               10 WS-HIST-TAXA     PIC 9(4)V9(6).
               10 WS-HIST-VIGENCIA PIC X(10).
       01 WS-IND-HIST          PIC 9(3) VALUE ZEROS.

      * Busca da taxa em vigor numa data: a vigencia mais recente da
      * unidade que nao ultrapassa a data
       01 WS-BUSCA-UNIDADE     PIC X(3) VALUE SPACES.
       01 WS-BUSCA-DATA        PIC X(10) VALUE SPACES.
       01 WS-BUSCA-TAXA        PIC 9(4)V9(6) VALUE ZEROS.
       01 WS-BUSCA-VIGENCIA    PIC X(10) VALUE SPACES.
       01 WS-BUSCA-ACHOU       PIC X(1) VALUE "N".

      * Totais por unidade do periodo. Situacao: R = reavaliada
      * nesta execucao, J = ja reavaliada numa execucao anterior,
      * S = sem taxa de fechamento (nao reavaliada)
       01 WS-QTD-UNIDADES      PIC 9(2) VALUE ZEROS.
       01 WS-TABELA-UNIDADES.
           05 WS-UNI-ENTRADA OCCURS 50 TIMES.
               10 WS-UNI-CODIGO        PIC X(3).
               10 WS-UNI-QTD           PIC 9(7).
               10 WS-UNI-ORIGINAL      PIC S9(15)V9(6).
               10 WS-UNI-BASE          PIC S9(15)V9(6).
               10 WS-UNI-REAVALIADA    PIC S9(15)V9(6).
               10 WS-UNI-AJUSTE        PIC S9(15)V9(6).
               10 WS-UNI-TAXA-ABERTURA PIC 9(4)V9(6).
               10 WS-UNI-TEM-ABERTURA  PIC X(1).
               10 WS-UNI-TAXA-FECHAMENTO PIC 9(4)V9(6).
               10 WS-UNI-SITUACAO      PIC X(1).
               10 WS-UNI-AJUSTE-ID     PIC 9(9).
       01 WS-IND-UNIDADE       PIC 9(2) VALUE ZEROS.
       01 WS-UNIDADE-ACHADA    PIC X(1) VALUE "N".

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

      * Contagens do mestre
       01 WS-CONT-LIDOS        PIC 9(7) VALUE ZEROS.
       01 WS-CONT-PERIODO      PIC 9(7) VALUE ZEROS.
       01 WS-CONT-ESTORNADOS   PIC 9(7) VALUE ZEROS.
       01 WS-CONT-BASE         PIC 9(7) VALUE ZEROS.
       01 WS-CONT-SEM-TAXA     PIC 9(2) VALUE ZEROS.

      * Envelope dos ajustes desta execucao: aberto no primeiro
      * ajuste, com contagem e hash total para o trailer (mesma regra
      * de reducao modulo 10**16 da CALCULADORA)
       01 WS-ENVELOPE-ABERTO   PIC X(1) VALUE "N".
       01 WS-INTF-QTD          PIC 9(7) VALUE ZEROS.
       01 WS-INTF-HASH         PIC S9(16)V9(6) VALUE ZEROS.
       01 WS-HASH-TRABALHO     PIC S9(18)V9(6) VALUE ZEROS.

      * Totais gerais em moeda base
       01 WS-TOT-BASE          PIC S9(15)V9(6) VALUE ZEROS.
       01 WS-TOT-REAVALIADA    PIC S9(15)V9(6) VALUE ZEROS.
       01 WS-TOT-GANHO         PIC S9(15)V9(6) VALUE ZEROS.
       01 WS-TOT-PERDA         PIC S9(15)V9(6) VALUE ZEROS.
       01 WS-TOT-AJUSTE        PIC S9(15)V9(6) VALUE ZEROS.

      * Fim de arquivo da passagem corrente
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".

      * Data/hora corrente
       01 WS-TIMESTAMP-BRUTO   PIC X(21) VALUE SPACES.
       01 WS-DATA-HORA         PIC X(19) VALUE SPACES.

      * Areas de edicao das linhas do relatorio
       01 WS-LINHA-RELATORIO   PIC X(132) VALUE SPACES.
       01 WS-QTD-ED            PIC ZZZZZZ9.
       01 WS-VALOR-ED          PIC -(12)9.99.
       01 WS-ORIGINAL-ED       PIC -(12)9.99.
       01 WS-BASE-ED           PIC -(12)9.99.
       01 WS-REAVALIADA-ED     PIC -(12)9.99.
       01 WS-TAXA-ED           PIC ZZZ9.999999.
       01 WS-TAXA-ABERTURA-TXT PIC X(11) VALUE SPACES.
       01 WS-TAXA-FECHAMENTO-TXT PIC X(11) VALUE SPACES.
       01 WS-OBSERVACAO        PIC X(20) VALUE SPACES.

      * Linhas decorativas
       01 WS-LINHA             PIC X(40) VALUE ALL "=".
       01 WS-LINHA-LARGA       PIC X(132) VALUE ALL "=".

       PROCEDURE DIVISION.

      ******************************************************************
      * INICIO - Controla a reavaliacao: periodo, historico de taxas,
      *          unidades ja reavaliadas, totais do mestre, apuracao e
      *          lancamento dos ajustes e relatorio. Unidade sem taxa
      *          de fechamento fica fora e devolve codigo de retorno 4
      ******************************************************************
       INICIO.
           DISPLAY WS-LINHA.
           DISPLAY "   REAVALIACAO CAMBIAL DE FIM DE MES - REAVALIA".
           DISPLAY WS-LINHA.
           PERFORM LER-CONTROLE-EXECUCAO.
           PERFORM CARREGAR-SEQUENCIA.
           PERFORM OBTER-PERIODO.
           PERFORM CARREGAR-HISTORICO-TAXAS.
           PERFORM TOTALIZAR-MESTRE.
           PERFORM CARREGAR-REAVALIACOES.
           PERFORM ABRIR-ARQUIVOS-SAIDA.
           PERFORM VARYING WS-IND-UNIDADE FROM 1 BY 1
                   UNTIL WS-IND-UNIDADE > WS-QTD-UNIDADES
               PERFORM REAVALIAR-UNIDADE
           END-PERFORM.
           IF WS-ENVELOPE-ABERTO = "S"
               PERFORM GRAVAR-TRAILER-INTERFACE
           END-IF.
           CLOSE ARQUIVO-INTERFACE.
           CLOSE ARQUIVO-REAVALIACOES.
           PERFORM CARREGAR-DESCRICOES-UNIDADES.
           PERFORM EMITIR-RELATORIO.
           DISPLAY " ".
           DISPLAY WS-LINHA.
           DISPLAY "Periodo " WS-PERIODO ": " WS-QTD-UNIDADES
               " unidade(s), " WS-INTF-QTD " ajuste(s) lancado(s).".
           DISPLAY "Relatorio em RELATORIO-REAVALIACAO.TXT.".
           IF WS-CONT-SEM-TAXA > ZEROS
               DISPLAY "AVISO: " WS-CONT-SEM-TAXA " unidade(s) sem "
                   "taxa de fechamento - nao reavaliada(s)."
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY WS-LINHA.
           STOP RUN.

      ******************************************************************
      * LER-CONTROLE-EXECUCAO - Run ID e data de negocio do controle
      *                         do escalonador
      ******************************************************************
       LER-CONTROLE-EXECUCAO.
           OPEN INPUT ARQUIVO-CONTROLE.
           IF WS-FS-CONTROLE = "00"
               READ ARQUIVO-CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTRL-RUN-ID TO WS-RUN-ID
                       MOVE CTRL-DATA-NEGOCIO TO WS-DATA-NEGOCIO
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

      ******************************************************************
      * CARREGAR-SEQUENCIA - Ultimo ID de calculo e ultimo numero de
      *                      envelope; sem run ID no controle, ele e
      *                      derivado da sequencia de envelopes com o
      *                      prefixo "V"
      ******************************************************************
       CARREGAR-SEQUENCIA.
           OPEN INPUT ARQUIVO-SEQUENCIA.
           IF WS-FS-SEQUENCIA = "00"
               READ ARQUIVO-SEQUENCIA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEQ-ULTIMO-CALC-ID IS NUMERIC
                           MOVE SEQ-ULTIMO-CALC-ID TO WS-CALC-ID
                       END-IF
                       IF SEQ-ULTIMO-ARQUIVO IS NUMERIC
                           MOVE SEQ-ULTIMO-ARQUIVO TO WS-SEQ-ARQUIVO
                       END-IF
               END-READ
               CLOSE ARQUIVO-SEQUENCIA
           END-IF.
           IF WS-RUN-ID = SPACES
               COMPUTE WS-RUN-SEQ-DERIV = WS-SEQ-ARQUIVO + 1
               STRING "V" WS-RUN-SEQ-DERIV
                      DELIMITED BY SIZE INTO WS-RUN-ID
               END-STRING
               DISPLAY " "
               DISPLAY "AVISO: CONTROLE-EXECUCAO.DAT nao encontrado "
                   "- run ID " WS-RUN-ID " derivado da sequencia."
           END-IF.

      ******************************************************************
      * REGRAVAR-SEQUENCIA - Gravacao fisica de CALC-SEQ.DAT, feita a
      *                      cada numero consumido para a numeracao
      *                      nunca se repetir, mesmo apos um abend
      ******************************************************************
       REGRAVAR-SEQUENCIA.
           MOVE WS-CALC-ID TO SEQ-ULTIMO-CALC-ID.
           MOVE WS-SEQ-ARQUIVO TO SEQ-ULTIMO-ARQUIVO.
           OPEN OUTPUT ARQUIVO-SEQUENCIA.
           IF WS-FS-SEQUENCIA NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "CALC-SEQ.DAT (status " WS-FS-SEQUENCIA ")."
               STOP RUN
           END-IF.
           WRITE REG-SEQUENCIA.
           IF WS-FS-SEQUENCIA NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar CALC-SEQ.DAT "
                   "(status " WS-FS-SEQUENCIA ")."
               STOP RUN
           END-IF.
           CLOSE ARQUIVO-SEQUENCIA.

      ******************************************************************
      * OBTER-PERIODO - Periodo informado no console (AAAAMM; em
      *                 branco, o mes da data de negocio). O mes so
      *                 pode ser reavaliado depois de encerrado: o
      *                 ultimo dia do periodo nao pode ser posterior
      *                 a data de negocio
      ******************************************************************
       OBTER-PERIODO.
           DISPLAY " ".
           DISPLAY "Periodo a reavaliar (AAAAMM, branco = mes da data "
               "de negocio " WS-DATA-NEGOCIO "): ".
           ACCEPT WS-ENTRADA.
           IF WS-ENTRADA = SPACES
               STRING WS-DATA-NEGOCIO(1:4) WS-DATA-NEGOCIO(6:2)
                      DELIMITED BY SIZE INTO WS-PERIODO
               END-STRING
           ELSE
               MOVE WS-ENTRADA(1:6) TO WS-PERIODO
           END-IF.
           IF WS-PERIODO IS NOT NUMERIC
                   OR WS-PERIODO(5:2) < "01"
                   OR WS-PERIODO(5:2) > "12"
               DISPLAY " "
               DISPLAY "ERRO: periodo invalido (" WS-PERIODO
                   ") - informe AAAAMM."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PERIODO(1:4) TO WS-ANO.
           MOVE WS-PERIODO(5:2) TO WS-MES.
           STRING WS-PERIODO(1:4) "-" WS-PERIODO(5:2)
                  DELIMITED BY SIZE INTO WS-PERIODO-MESTRE
           END-STRING.
           COMPUTE WS-DATA-NUM = WS-ANO * 10000 + WS-MES * 100 + 1.
           COMPUTE WS-DIAS-INICIO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM).
           IF WS-MES = 12
               COMPUTE WS-DATA-NUM = (WS-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-NUM =
                   WS-ANO * 10000 + (WS-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WS-DIAS-PROXIMO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM).
           STRING WS-PERIODO(1:4) "-" WS-PERIODO(5:2) "-01"
                  DELIMITED BY SIZE INTO WS-DATA-INICIO
           END-STRING.
           COMPUTE WS-DATA-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-PROXIMO - 1).
           STRING WS-DATA-NUM(1:4) "-" WS-DATA-NUM(5:2) "-"
                  WS-DATA-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-DATA-FECHAMENTO
           END-STRING.
           COMPUTE WS-DATA-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DIAS-INICIO - 1).
           STRING WS-DATA-NUM(1:4) "-" WS-DATA-NUM(5:2) "-"
                  WS-DATA-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-DATA-ABERTURA
           END-STRING.
           IF WS-DATA-FECHAMENTO > WS-DATA-NEGOCIO
               DISPLAY " "
               DISPLAY "ERRO: o periodo " WS-PERIODO " so se encerra "
                   "em " WS-DATA-FECHAMENTO " - data de negocio "
                   WS-DATA-NEGOCIO "."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "Periodo " WS-PERIODO ": " WS-DATA-INICIO " a "
               WS-DATA-FECHAMENTO " - abertura pela taxa em vigor em "
               WS-DATA-ABERTURA ".".

      ******************************************************************
      * CARREGAR-HISTORICO-TAXAS - Carrega todas as vigencias de
      *                            TAXAS.DAT; sem o historico nao ha
      *                            taxa de fechamento para nenhuma
      *                            unidade
      ******************************************************************
       CARREGAR-HISTORICO-TAXAS.
           OPEN INPUT ARQUIVO-TAXAS.
           IF WS-FS-TAXAS NOT = "00"
               DISPLAY " "
               DISPLAY "AVISO: TAXAS.DAT nao encontrado - nenhuma "
                   "unidade tera taxa de fechamento."
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-TAXAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM GUARDAR-VIGENCIA
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-TAXAS
           END-IF.

      ******************************************************************
      * GUARDAR-VIGENCIA - Uma linha do historico de taxas; a moeda
      *                    base e linhas fora do layout numerico ficam
      *                    de fora
      ******************************************************************
       GUARDAR-VIGENCIA.
           IF TAXA-UNIDADE = "BRL"
               CONTINUE
           ELSE IF TAXA-VALOR IS NOT NUMERIC
               DISPLAY "AVISO: taxa nao numerica para a unidade "
                   TAXA-UNIDADE " em TAXAS.DAT - linha ignorada."
           ELSE IF WS-QTD-HIST >= 500
               DISPLAY "AVISO: historico de taxas com mais de 500 "
                   "vigencias - linha de " TAXA-UNIDADE " ignorada."
           ELSE
               ADD 1 TO WS-QTD-HIST
               MOVE TAXA-UNIDADE TO WS-HIST-UNIDADE(WS-QTD-HIST)
               MOVE TAXA-VALOR TO WS-HIST-TAXA(WS-QTD-HIST)
               MOVE TAXA-DATA-VIGENCIA TO WS-HIST-VIGENCIA(WS-QTD-HIST)
           END-IF.

      ******************************************************************
      * PROCURAR-TAXA-EM-VIGOR - Taxa de WS-BUSCA-UNIDADE em vigor em
      *                          WS-BUSCA-DATA, pela mesma regra da
      *                          carga da CALCULADORA: a maior vigencia
      *                          que nao ultrapassa a data
      ******************************************************************
       PROCURAR-TAXA-EM-VIGOR.
           MOVE "N" TO WS-BUSCA-ACHOU.
           MOVE ZEROS TO WS-BUSCA-TAXA.
           MOVE SPACES TO WS-BUSCA-VIGENCIA.
           PERFORM VARYING WS-IND-HIST FROM 1 BY 1
                   UNTIL WS-IND-HIST > WS-QTD-HIST
               IF WS-HIST-UNIDADE(WS-IND-HIST) = WS-BUSCA-UNIDADE
                       AND WS-HIST-VIGENCIA(WS-IND-HIST)
                           <= WS-BUSCA-DATA
                   IF WS-BUSCA-ACHOU = "N"
                           OR WS-HIST-VIGENCIA(WS-IND-HIST)
                               > WS-BUSCA-VIGENCIA
                       MOVE "S" TO WS-BUSCA-ACHOU
                       MOVE WS-HIST-TAXA(WS-IND-HIST) TO WS-BUSCA-TAXA
                       MOVE WS-HIST-VIGENCIA(WS-IND-HIST)
                           TO WS-BUSCA-VIGENCIA
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * TOTALIZAR-MESTRE - Percorre o mestre em ordem de chave
      *                    somando por unidade os calculos do periodo
      *                    (pela data/hora do calculo); estornados e os
      *                    da moeda base nao entram
      ******************************************************************
       TOTALIZAR-MESTRE.
           OPEN INPUT ARQUIVO-MESTRE.
           IF WS-FS-MESTRE = "35"
               DISPLAY " "
               DISPLAY "AVISO: CALC-MESTRE.DAT nao encontrado - "
                   "nada a reavaliar."
           ELSE
               IF WS-FS-MESTRE NOT = "00"
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: nao foi possivel abrir "
                       "CALC-MESTRE.DAT (status " WS-FS-MESTRE ")."
                   STOP RUN
               END-IF
               MOVE ZEROS TO MST-CALC-ID
               START ARQUIVO-MESTRE KEY >= MST-CALC-ID
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT INVALID KEY
                       MOVE "N" TO WS-FIM-ARQUIVO
               END-START
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-MESTRE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-CONT-LIDOS
                           PERFORM CLASSIFICAR-REGISTRO-MESTRE
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MESTRE
           END-IF.

      ******************************************************************
      * CLASSIFICAR-REGISTRO-MESTRE - Um registro do mestre na
      *                               totalizacao por unidade
      ******************************************************************
       CLASSIFICAR-REGISTRO-MESTRE.
           IF MST-DATA-HORA(1:7) NOT = WS-PERIODO-MESTRE
               CONTINUE
           ELSE IF MST-SITUACAO = "E"
               ADD 1 TO WS-CONT-ESTORNADOS
           ELSE IF MST-UNIDADE = "BRL"
               ADD 1 TO WS-CONT-BASE
           ELSE
               ADD 1 TO WS-CONT-PERIODO
               PERFORM LOCALIZAR-UNIDADE
               ADD 1 TO WS-UNI-QTD(WS-IND-UNIDADE)
               ADD MST-RESULTADO TO WS-UNI-ORIGINAL(WS-IND-UNIDADE)
               ADD MST-RESULTADO-BASE TO WS-UNI-BASE(WS-IND-UNIDADE)
           END-IF.

      ******************************************************************
      * LOCALIZAR-UNIDADE - Posiciona WS-IND-UNIDADE na unidade do
      *                     registro corrente, incluindo-a na tabela
      *                     na primeira ocorrencia
      ******************************************************************
       LOCALIZAR-UNIDADE.
           MOVE "N" TO WS-UNIDADE-ACHADA.
           PERFORM VARYING WS-IND-UNIDADE FROM 1 BY 1
                   UNTIL WS-IND-UNIDADE > WS-QTD-UNIDADES
                       OR WS-UNIDADE-ACHADA = "S"
               IF WS-UNI-CODIGO(WS-IND-UNIDADE) = MST-UNIDADE
                   MOVE "S" TO WS-UNIDADE-ACHADA
               END-IF
           END-PERFORM.
           IF WS-UNIDADE-ACHADA = "S"
               SUBTRACT 1 FROM WS-IND-UNIDADE
           ELSE
               IF WS-QTD-UNIDADES >= 50
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: mais de 50 unidades no "
                       "periodo - capacidade da tabela."
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-UNIDADES
               MOVE WS-QTD-UNIDADES TO WS-IND-UNIDADE
               MOVE MST-UNIDADE TO WS-UNI-CODIGO(WS-IND-UNIDADE)
               MOVE ZEROS TO WS-UNI-QTD(WS-IND-UNIDADE)
               MOVE ZEROS TO WS-UNI-ORIGINAL(WS-IND-UNIDADE)
               MOVE ZEROS TO WS-UNI-BASE(WS-IND-UNIDADE)
               MOVE ZEROS TO WS-UNI-REAVALIADA(WS-IND-UNIDADE)
               MOVE ZEROS TO WS-UNI-AJUSTE(WS-IND-UNIDADE)
               MOVE ZEROS TO WS-UNI-TAXA-ABERTURA(WS-IND-UNIDADE)
               MOVE ZEROS TO WS-UNI-TAXA-FECHAMENTO(WS-IND-UNIDADE)
               MOVE "N" TO WS-UNI-TEM-ABERTURA(WS-IND-UNIDADE)
               MOVE "R" TO WS-UNI-SITUACAO(WS-IND-UNIDADE)
               MOVE ZEROS TO WS-UNI-AJUSTE-ID(WS-IND-UNIDADE)
           END-IF.

      ******************************************************************
      * CARREGAR-REAVALIACOES - Unidades ja reavaliadas no periodo
      *                         ficam marcadas e nao recebem um
      *                         segundo ajuste
      ******************************************************************
       CARREGAR-REAVALIACOES.
           OPEN INPUT ARQUIVO-REAVALIACOES.
           IF WS-FS-REAVALIACOES = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-REAVALIACOES
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF REAV-PERIODO = WS-PERIODO
                               PERFORM MARCAR-JA-REAVALIADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-REAVALIACOES
           END-IF.

      ******************************************************************
      * MARCAR-JA-REAVALIADA - Marca a unidade da linha do registro
      *                       como reavaliada numa execucao anterior,
      *                       guardando o ID e o valor do ajuste
      ******************************************************************
       MARCAR-JA-REAVALIADA.
           PERFORM VARYING WS-IND-UNIDADE FROM 1 BY 1
                   UNTIL WS-IND-UNIDADE > WS-QTD-UNIDADES
               IF WS-UNI-CODIGO(WS-IND-UNIDADE) = REAV-UNIDADE
                   MOVE "J" TO WS-UNI-SITUACAO(WS-IND-UNIDADE)
                   MOVE REAV-AJUSTE-ID
                       TO WS-UNI-AJUSTE-ID(WS-IND-UNIDADE)
                   MOVE REAV-AJUSTE TO WS-UNI-AJUSTE(WS-IND-UNIDADE)
               END-IF
           END-PERFORM.

      ******************************************************************
      * ABRIR-ARQUIVOS-SAIDA - Interface contabil e registro de
      *                        reavaliacoes em acrescimo
      ******************************************************************
       ABRIR-ARQUIVOS-SAIDA.
           OPEN EXTEND ARQUIVO-INTERFACE.
           IF WS-FS-INTERFACE = "35"
               OPEN OUTPUT ARQUIVO-INTERFACE
           END-IF.
           IF WS-FS-INTERFACE NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "INTERFACE-CONTABIL.DAT (status " WS-FS-INTERFACE
                   ")."
               STOP RUN
           END-IF.
           OPEN EXTEND ARQUIVO-REAVALIACOES.
           IF WS-FS-REAVALIACOES = "35"
               OPEN OUTPUT ARQUIVO-REAVALIACOES
           END-IF.
           IF WS-FS-REAVALIACOES NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "REAVALIACOES.DAT (status " WS-FS-REAVALIACOES
                   ")."
               STOP RUN
           END-IF.

      ******************************************************************
      * REAVALIAR-UNIDADE - Taxas de abertura e de fechamento da
      *                     unidade, total reavaliado pela taxa de
      *                     fechamento e diferenca contra a base
      *                     contabilizada; diferenca diferente de zero
      *                     vira ajuste na interface
      ******************************************************************
       REAVALIAR-UNIDADE.
           MOVE WS-UNI-CODIGO(WS-IND-UNIDADE) TO WS-BUSCA-UNIDADE.
           MOVE WS-DATA-ABERTURA TO WS-BUSCA-DATA.
           PERFORM PROCURAR-TAXA-EM-VIGOR.
           IF WS-BUSCA-ACHOU = "S"
               MOVE "S" TO WS-UNI-TEM-ABERTURA(WS-IND-UNIDADE)
               MOVE WS-BUSCA-TAXA
                   TO WS-UNI-TAXA-ABERTURA(WS-IND-UNIDADE)
           END-IF.
           MOVE WS-DATA-FECHAMENTO TO WS-BUSCA-DATA.
           PERFORM PROCURAR-TAXA-EM-VIGOR.
           IF WS-BUSCA-ACHOU = "S"
               MOVE WS-BUSCA-TAXA
                   TO WS-UNI-TAXA-FECHAMENTO(WS-IND-UNIDADE)
           END-IF.
           IF WS-UNI-SITUACAO(WS-IND-UNIDADE) = "J"
               CONTINUE
           ELSE IF WS-BUSCA-ACHOU = "N"
               MOVE "S" TO WS-UNI-SITUACAO(WS-IND-UNIDADE)
               ADD 1 TO WS-CONT-SEM-TAXA
           ELSE
               COMPUTE WS-UNI-REAVALIADA(WS-IND-UNIDADE) ROUNDED =
                   WS-UNI-ORIGINAL(WS-IND-UNIDADE)
                   * WS-UNI-TAXA-FECHAMENTO(WS-IND-UNIDADE)
               COMPUTE WS-UNI-AJUSTE(WS-IND-UNIDADE) =
                   WS-UNI-REAVALIADA(WS-IND-UNIDADE)
                   - WS-UNI-BASE(WS-IND-UNIDADE)
               IF WS-UNI-AJUSTE(WS-IND-UNIDADE) NOT = ZEROS
                   PERFORM LANCAR-AJUSTE
               END-IF
               PERFORM REGISTRAR-REAVALIACAO
           END-IF.

      ******************************************************************
      * LANCAR-AJUSTE - Ajuste da unidade na interface contabil, com
      *                 ID novo da numeracao dos calculos, dentro do
      *                 envelope desta execucao
      ******************************************************************
       LANCAR-AJUSTE.
           IF WS-ENVELOPE-ABERTO = "N"
               PERFORM GRAVAR-CABECALHO-INTERFACE
           END-IF.
           ADD 1 TO WS-CALC-ID.
           PERFORM REGRAVAR-SEQUENCIA.
           MOVE WS-CALC-ID TO WS-UNI-AJUSTE-ID(WS-IND-UNIDADE).
           MOVE SPACES TO REG-INTF-AJUSTE.
           MOVE "A" TO AJU-TIPO.
           MOVE WS-UNI-TAXA-FECHAMENTO(WS-IND-UNIDADE)
               TO AJU-TAXA-FECHAMENTO.
           MOVE WS-PERIODO TO AJU-PERIODO.
           MOVE WS-UNI-CODIGO(WS-IND-UNIDADE) TO AJU-UNIDADE.
           MOVE WS-UNI-AJUSTE(WS-IND-UNIDADE) TO AJU-VALOR.
           MOVE WS-UNI-BASE(WS-IND-UNIDADE) TO AJU-BASE-CONTABIL.
           MOVE WS-CALC-ID TO AJU-ID.
           MOVE WS-RUN-ID TO AJU-RUN-ID.
           WRITE REG-INTF-AJUSTE.
           IF WS-FS-INTERFACE NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar "
                   "INTERFACE-CONTABIL.DAT (status " WS-FS-INTERFACE
                   ")."
               STOP RUN
           END-IF.
           ADD 1 TO WS-INTF-QTD.
           COMPUTE WS-HASH-TRABALHO = WS-INTF-HASH + AJU-VALOR.
           IF WS-HASH-TRABALHO >= 10000000000000000
               SUBTRACT 10000000000000000 FROM WS-HASH-TRABALHO
           END-IF.
           IF WS-HASH-TRABALHO <= -10000000000000000
               ADD 10000000000000000 TO WS-HASH-TRABALHO
           END-IF.
           MOVE WS-HASH-TRABALHO TO WS-INTF-HASH.

      ******************************************************************
      * REGISTRAR-REAVALIACAO - Anota a unidade como reavaliada no
      *                         periodo, com ou sem ajuste lancado
      ******************************************************************
       REGISTRAR-REAVALIACAO.
           PERFORM OBTER-DATA-HORA.
           MOVE WS-PERIODO TO REAV-PERIODO.
           MOVE WS-UNI-CODIGO(WS-IND-UNIDADE) TO REAV-UNIDADE.
           MOVE WS-UNI-AJUSTE-ID(WS-IND-UNIDADE) TO REAV-AJUSTE-ID.
           MOVE WS-UNI-AJUSTE(WS-IND-UNIDADE) TO REAV-AJUSTE.
           MOVE WS-DATA-HORA TO REAV-DATA-HORA.
           MOVE WS-RUN-ID TO REAV-RUN-ID.
           WRITE REG-REAVALIACAO.
           IF WS-FS-REAVALIACOES NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar REAVALIACOES.DAT "
                   "(status " WS-FS-REAVALIACOES ")."
               STOP RUN
           END-IF.

      ******************************************************************
      * GRAVAR-CABECALHO-INTERFACE - Abre o envelope de controle dos
      *                              ajustes, consumindo o proximo
      *                              numero sequencial de arquivo da
      *                              mesma serie da CALCULADORA
      ******************************************************************
       GRAVAR-CABECALHO-INTERFACE.
           ADD 1 TO WS-SEQ-ARQUIVO.
           PERFORM REGRAVAR-SEQUENCIA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-BRUTO.
           MOVE "H" TO INTF-CAB-TIPO.
           MOVE WS-TIMESTAMP-BRUTO(1:8) TO INTF-CAB-DATA.
           MOVE WS-TIMESTAMP-BRUTO(9:6) TO INTF-CAB-HORA.
           MOVE WS-SEQ-ARQUIVO TO INTF-CAB-SEQUENCIA.
           MOVE "S" TO WS-ENVELOPE-ABERTO.
           WRITE REG-INTF-CABECALHO.
           IF WS-FS-INTERFACE NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar "
                   "INTERFACE-CONTABIL.DAT (status " WS-FS-INTERFACE
                   ")."
               STOP RUN
           END-IF.

      ******************************************************************
      * GRAVAR-TRAILER-INTERFACE - Fecha o envelope dos ajustes com a
      *                            contagem e o hash total, na mesma
      *                            regra do trailer da CALCULADORA
      ******************************************************************
       GRAVAR-TRAILER-INTERFACE.
           MOVE "T" TO INTF-TRL-TIPO.
           MOVE WS-INTF-QTD TO INTF-TRL-QTD.
           MOVE WS-INTF-HASH TO INTF-TRL-HASH.
           WRITE REG-INTF-TRAILER.
           IF WS-FS-INTERFACE NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar "
                   "INTERFACE-CONTABIL.DAT (status " WS-FS-INTERFACE
                   ")."
               STOP RUN
           END-IF.
           PERFORM REGISTRAR-ENVELOPE-ENVIADO.

      ******************************************************************
      * REGISTRAR-ENVELOPE-ENVIADO - Acrescenta o envelope fechado ao
      *                              registro de envios, pendente de
      *                              aviso de recebimento, para a
      *                              conferencia do ACKCONT
      ******************************************************************
       REGISTRAR-ENVELOPE-ENVIADO.
           OPEN EXTEND ARQUIVO-ENVIOS.
           IF WS-FS-ENVIOS = "35"
               OPEN OUTPUT ARQUIVO-ENVIOS
           END-IF.
           IF WS-FS-ENVIOS NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "ENVELOPES-ENVIADOS.DAT (status " WS-FS-ENVIOS
                   ")."
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-BRUTO.
           MOVE WS-SEQ-ARQUIVO TO ENV-SEQUENCIA.
           MOVE WS-TIMESTAMP-BRUTO(1:8) TO ENV-DATA.
           MOVE WS-INTF-QTD TO ENV-QTD.
           MOVE WS-INTF-HASH TO ENV-HASH.
           MOVE WS-RUN-ID TO ENV-RUN-ID.
           MOVE "P" TO ENV-STATUS.
           WRITE REG-ENVIO.
           IF WS-FS-ENVIOS NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar "
                   "ENVELOPES-ENVIADOS.DAT (status " WS-FS-ENVIOS
                   ")."
               STOP RUN
           END-IF.
           CLOSE ARQUIVO-ENVIOS.

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
      * EMITIR-RELATORIO - Relatorio por unidade: quantidade, total
      *                    original, taxas de abertura e fechamento,
      *                    base contabilizada, base reavaliada e
      *                    diferenca, com os totais em moeda base
      ******************************************************************
       EMITIR-RELATORIO.
           PERFORM OBTER-DATA-HORA.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "RELATORIO-REAVALIACAO.TXT (status "
                   WS-FS-RELATORIO ")."
               STOP RUN
           END-IF.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           STRING "REAVALIACAO CAMBIAL - PERIODO " WS-PERIODO
                  " (" WS-DATA-INICIO " A " WS-DATA-FECHAMENTO
                  ") - RUN ID " WS-RUN-ID " - EMITIDO EM "
                  WS-DATA-HORA
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           STRING "TAXA DE ABERTURA: EM VIGOR EM " WS-DATA-ABERTURA
                  "   TAXA DE FECHAMENTO: EM VIGOR EM "
                  WS-DATA-FECHAMENTO "   MOEDA BASE: BRL"
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           STRING "UN       QTD    TOTAL ORIGINAL  TX ABERTURA  "
                  "TX FECHAMEN  BASE CONTABILIZ.  BASE REAVALIADA "
                  "   GANHO / PERDA  AJUSTE"
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM VARYING WS-IND-UNIDADE FROM 1 BY 1
                   UNTIL WS-IND-UNIDADE > WS-QTD-UNIDADES
               PERFORM GRAVAR-LINHA-UNIDADE
           END-PERFORM.
           IF WS-QTD-UNIDADES = ZEROS
               MOVE "  NENHUM CALCULO EM MOEDA ESTRANGEIRA NO PERIODO."
                   TO WS-LINHA-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM GRAVAR-TOTAIS-RELATORIO.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.

      ******************************************************************
      * GRAVAR-LINHA-UNIDADE - Linha do relatorio de uma unidade,
      *                        seguida da descricao cadastrada; a
      *                        unidade reavaliada nesta execucao entra
      *                        nos totais
      ******************************************************************
       GRAVAR-LINHA-UNIDADE.
           MOVE SPACES TO WS-TAXA-ABERTURA-TXT.
           MOVE SPACES TO WS-TAXA-FECHAMENTO-TXT.
           IF WS-UNI-TEM-ABERTURA(WS-IND-UNIDADE) = "S"
               MOVE WS-UNI-TAXA-ABERTURA(WS-IND-UNIDADE) TO WS-TAXA-ED
               MOVE WS-TAXA-ED TO WS-TAXA-ABERTURA-TXT
           ELSE
               MOVE "        N/D" TO WS-TAXA-ABERTURA-TXT
           END-IF.
           IF WS-UNI-TAXA-FECHAMENTO(WS-IND-UNIDADE) > ZEROS
               MOVE WS-UNI-TAXA-FECHAMENTO(WS-IND-UNIDADE)
                   TO WS-TAXA-ED
               MOVE WS-TAXA-ED TO WS-TAXA-FECHAMENTO-TXT
           ELSE
               MOVE "        N/D" TO WS-TAXA-FECHAMENTO-TXT
           END-IF.
           MOVE SPACES TO WS-OBSERVACAO.
           IF WS-UNI-SITUACAO(WS-IND-UNIDADE) = "S"
               MOVE "SEM TAXA FECHAMENTO" TO WS-OBSERVACAO
           ELSE IF WS-UNI-SITUACAO(WS-IND-UNIDADE) = "J"
               STRING "JA LANCADO " WS-UNI-AJUSTE-ID(WS-IND-UNIDADE)
                      DELIMITED BY SIZE INTO WS-OBSERVACAO
               END-STRING
           ELSE
               IF WS-UNI-AJUSTE-ID(WS-IND-UNIDADE) = ZEROS
                   MOVE "SEM DIFERENCA" TO WS-OBSERVACAO
               ELSE
                   MOVE WS-UNI-AJUSTE-ID(WS-IND-UNIDADE)
                       TO WS-OBSERVACAO
               END-IF
               ADD WS-UNI-BASE(WS-IND-UNIDADE) TO WS-TOT-BASE
               ADD WS-UNI-REAVALIADA(WS-IND-UNIDADE)
                   TO WS-TOT-REAVALIADA
               ADD WS-UNI-AJUSTE(WS-IND-UNIDADE) TO WS-TOT-AJUSTE
               IF WS-UNI-AJUSTE(WS-IND-UNIDADE) > ZEROS
                   ADD WS-UNI-AJUSTE(WS-IND-UNIDADE) TO WS-TOT-GANHO
               ELSE
                   ADD WS-UNI-AJUSTE(WS-IND-UNIDADE) TO WS-TOT-PERDA
               END-IF
           END-IF.
           MOVE WS-UNI-QTD(WS-IND-UNIDADE) TO WS-QTD-ED.
           MOVE WS-UNI-ORIGINAL(WS-IND-UNIDADE) TO WS-ORIGINAL-ED.
           MOVE WS-UNI-BASE(WS-IND-UNIDADE) TO WS-BASE-ED.
           MOVE WS-UNI-REAVALIADA(WS-IND-UNIDADE) TO WS-REAVALIADA-ED.
           MOVE WS-UNI-AJUSTE(WS-IND-UNIDADE) TO WS-VALOR-ED.
           STRING WS-UNI-CODIGO(WS-IND-UNIDADE) " " WS-QTD-ED " "
                  WS-ORIGINAL-ED "  " WS-TAXA-ABERTURA-TXT "  "
                  WS-TAXA-FECHAMENTO-TXT " " WS-BASE-ED " "
                  WS-REAVALIADA-ED " " WS-VALOR-ED "  " WS-OBSERVACAO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM OBTER-DESCRICAO-UNIDADE.
           IF WS-DESCRICAO-UNIDADE NOT = SPACES
               STRING "    " WS-DESCRICAO-UNIDADE
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

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
      *                           WS-UNI-CODIGO(WS-IND-UNIDADE); codigo
      *                           fora do cadastro sai marcado como tal
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
                           = WS-UNI-CODIGO(WS-IND-UNIDADE)
                       MOVE WS-CAD-DESCRICAO(WS-IND-CAD)
                           TO WS-DESCRICAO-UNIDADE
                       MOVE "S" TO WS-CAD-ACHADA
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * GRAVAR-TOTAIS-RELATORIO - Totais em moeda base das unidades
      *                           reavaliadas nesta execucao e
      *                           contagens do mestre
      ******************************************************************
       GRAVAR-TOTAIS-RELATORIO.
           MOVE WS-TOT-BASE TO WS-BASE-ED.
           MOVE WS-TOT-REAVALIADA TO WS-REAVALIADA-ED.
           MOVE WS-TOT-AJUSTE TO WS-VALOR-ED.
           STRING "TOTAL REAVALIADO NESTA EXECUCAO (BRL)"
                  "                       " WS-BASE-ED " "
                  WS-REAVALIADA-ED " " WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-TOT-GANHO TO WS-VALOR-ED.
           STRING "  GANHOS CAMBIAIS:  " WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-TOT-PERDA TO WS-VALOR-ED.
           STRING "  PERDAS CAMBIAIS:  " WS-VALOR-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-INTF-QTD TO WS-QTD-ED.
           STRING "  AJUSTES LANCADOS: " WS-QTD-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-LIDOS TO WS-QTD-ED.
           STRING "  CALCULOS LIDOS NO MESTRE:            " WS-QTD-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-PERIODO TO WS-QTD-ED.
           STRING "  REAVALIAVEIS NO PERIODO:             " WS-QTD-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-ESTORNADOS TO WS-QTD-ED.
           STRING "  ESTORNADOS NO PERIODO (FORA):        " WS-QTD-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-BASE TO WS-QTD-ED.
           STRING "  EM MOEDA BASE NO PERIODO (FORA):     " WS-QTD-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.

      ******************************************************************
      * GRAVAR-LINHA-RELATORIO - Gravacao fisica de uma linha do
      *                          relatorio
      ******************************************************************
       GRAVAR-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar "
                   "RELATORIO-REAVALIACAO.TXT (status "
                   WS-FS-RELATORIO ")."
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-LINHA-RELATORIO.
