      ******************************************************************
      * Programa: GERRECOR
      * Descrição: Gerador das transacoes recorrentes do dia. Para a
      *            data de negocio de CONTROLE-EXECUCAO.DAT, gera em
      *            TRANSACOES.DAT uma transacao por ocorrencia devida
      *            das recorrentes ativas de RECORRENTES.DAT (mantidas
      *            pela MANRECOR), ja com a regra de dia util aplicada.
      *            Sem lote pendente, grava um lote novo com cabecalho
      *            H e trailer T; com lote digitado ainda nao
      *            processado, acrescenta as ocorrencias a ele e
      *            refaz o trailer. Cada ocorrencia (recorrente + data
      *            prevista) fica em RECORRENTES-GERADAS.DAT e nunca e
      *            gerada duas vezes
      * Autor: Copilot Agent
      * Data: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERRECOR.
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
      * Cadastro de recorrentes da MANRECOR
           SELECT ARQUIVO-RECORRENTES ASSIGN TO "RECORRENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RECORRENTES.
      * Registro das ocorrencias ja geradas, a protecao contra a
      * geracao em duplicidade
           SELECT ARQUIVO-GERADAS ASSIGN TO "RECORRENTES-GERADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GERADAS.
      * Historico de lotes ja processados pela CALCULADORA
           SELECT ARQUIVO-HISTORICO ASSIGN TO "HIST-LOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.
           SELECT ARQUIVO-TRANSACOES ASSIGN TO "TRANSACOES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRANSACOES.
      * Copia de trabalho do lote digitado durante a mescla
           SELECT ARQUIVO-TRABALHO ASSIGN TO "TRANSACOES-RECOR.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRABALHO.
      * Cadastro de unidades mantido pelo MANUNID, fonte da descricao
      * impressa ao lado do codigo da unidade
           SELECT ARQUIVO-UNIDADES ASSIGN TO "UNIDADES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-UNIDADES.
           SELECT ARQUIVO-RELATORIO ASSIGN TO
               "RELATORIO-RECORRENTES.TXT"
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

      * Recorrente no layout de REG-RECORRENTE da MANRECOR
       FD  ARQUIVO-RECORRENTES
           RECORDING MODE IS F.
       01  REG-RECORRENTE.
           05 REC-ID               PIC 9(6).
           05 REC-OPERACAO         PIC 9(1).
           05 REC-NUMERO-1         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 REC-NUMERO-2         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 REC-UNIDADE          PIC X(3).
           05 REC-GRUPO            PIC X(8).
           05 REC-FREQUENCIA       PIC X(1).
           05 REC-DATA-INICIO      PIC X(10).
           05 REC-DATA-FIM         PIC X(10).
           05 REC-REGRA-DIA-UTIL   PIC X(1).
           05 REC-SITUACAO         PIC X(1).
           05 REC-OPERADOR         PIC X(8).
           05 REC-DATA-CADASTRO    PIC X(10).

      * Uma linha por ocorrencia gerada: a chave e a recorrente com a
      * data prevista (antes da regra de dia util)
       FD  ARQUIVO-GERADAS
           RECORDING MODE IS F.
       01  REG-GERADA.
           05 GER-REC-ID           PIC 9(6).
           05 GER-DATA-PREVISTA    PIC X(10).
           05 GER-DATA-NEGOCIO     PIC X(10).
           05 GER-LOTE-ID          PIC 9(7).
           05 GER-RUN-ID           PIC X(8).
           05 GER-DATA-HORA        PIC X(19).

      * Historico no layout de REG-HISTORICO da CALCULADORA
       FD  ARQUIVO-HISTORICO
           RECORDING MODE IS F.
       01  REG-HISTORICO.
           05 HIST-LOTE-ID         PIC 9(7).
           05 HIST-RUN-ID          PIC X(8).
           05 HIST-DATA-NEGOCIO    PIC X(10).

      * Transacao no layout de REG-TRANSACAO da CALCULADORA. A
      * transacao gerada leva na area livre a marca da recorrente e da
      * data prevista que a originaram
       FD  ARQUIVO-TRANSACOES
           RECORDING MODE IS F.
       01  REG-TRANSACAO.
           05 TRANS-OPERACAO       PIC 9(1).
           05 TRANS-NUMERO-1       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 TRANS-NUMERO-2       PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 TRANS-UNIDADE        PIC X(3).
           05 TRANS-GRUPO          PIC X(8).
           05 TRANS-MARCA-RECORRENTE.
               10 TRANS-MARCA-PREFIXO  PIC X(3).
               10 TRANS-MARCA-ID       PIC 9(6).
               10 FILLER               PIC X(1).
               10 TRANS-MARCA-PREVISTA PIC X(10).
           05 FILLER               PIC X(22).
       01  REG-TRANS-CONTROLE.
           05 TRANS-TIPO-REG       PIC X(1).
           05 TRANS-CTL-QTD        PIC 9(7).
           05 FILLER               PIC X(66).

       FD  ARQUIVO-TRABALHO
           RECORDING MODE IS F.
       01  REG-TRABALHO            PIC X(74).

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

       FD  ARQUIVO-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO           PIC X(132).

       WORKING-STORAGE SECTION.
      * Status dos arquivos
       01 WS-FS-CONTROLE       PIC X(2) VALUE ZEROS.
       01 WS-FS-RECORRENTES    PIC X(2) VALUE ZEROS.
       01 WS-FS-GERADAS        PIC X(2) VALUE ZEROS.
       01 WS-FS-HISTORICO      PIC X(2) VALUE ZEROS.
       01 WS-FS-TRANSACOES     PIC X(2) VALUE ZEROS.
       01 WS-FS-TRABALHO       PIC X(2) VALUE ZEROS.
       01 WS-FS-RELATORIO      PIC X(2) VALUE ZEROS.
       01 WS-FS-UNIDADES       PIC X(2) VALUE ZEROS.

      * Data de negocio e run ID da execucao
       01 WS-DATA-NEGOCIO      PIC X(10) VALUE SPACES.
       01 WS-RUN-ID            PIC X(8) VALUE SPACES.
       01 WS-TIMESTAMP-BRUTO   PIC X(21) VALUE SPACES.
       01 WS-DATA-HORA         PIC X(19) VALUE SPACES.

      * Aritmetica de datas: dia inteiro (INTEGER-OF-DATE), dia da
      * semana (0 = segunda ... 5 = sabado, 6 = domingo) e a janela de
      * datas previstas que podem cair na data de negocio depois da
      * regra de dia util (tres dias para cada lado)
       01 WS-DATA-TXT          PIC X(10) VALUE SPACES.
       01 WS-DATA-NUM          PIC 9(8) VALUE ZEROS.
       01 WS-INT-DATA          PIC 9(7) VALUE ZEROS.
       01 WS-DIA-SEMANA        PIC 9(1) VALUE ZEROS.
       01 WS-INT-NEGOCIO       PIC 9(7) VALUE ZEROS.
       01 WS-NEGOCIO-DIA-UTIL  PIC X(1) VALUE "S".
       01 WS-JANELA-INICIO     PIC X(10) VALUE SPACES.
       01 WS-JANELA-FIM        PIC X(10) VALUE SPACES.
       01 WS-DESLOCAMENTO      PIC S9(1) VALUE ZEROS.

      * Avaliacao de uma data prevista da recorrente corrente
       01 WS-INT-INICIO        PIC 9(7) VALUE ZEROS.
       01 WS-INT-FIM           PIC 9(7) VALUE ZEROS.
       01 WS-INT-PREVISTA      PIC 9(7) VALUE ZEROS.
       01 WS-INT-AJUSTADA      PIC 9(7) VALUE ZEROS.
       01 WS-INT-ANTERIOR      PIC 9(7) VALUE ZEROS.
       01 WS-INT-POSTERIOR     PIC 9(7) VALUE ZEROS.
       01 WS-DATA-PREVISTA     PIC X(10) VALUE SPACES.
       01 WS-E-PREVISTA        PIC X(1) VALUE "N".
       01 WS-PREVISTA-NUM      PIC 9(8) VALUE ZEROS.
       01 WS-MES-PREVISTA      PIC 9(6) VALUE ZEROS.
       01 WS-MES-POSTERIOR     PIC 9(6) VALUE ZEROS.
       01 WS-ANO-SEGUINTE      PIC 9(4) VALUE ZEROS.
       01 WS-MES-SEGUINTE      PIC 9(2) VALUE ZEROS.
       01 WS-DIA-ALVO          PIC 9(2) VALUE ZEROS.
       01 WS-ULTIMO-DIA        PIC 9(2) VALUE ZEROS.
       01 WS-RESTO-SEMANA      PIC 9(7) VALUE ZEROS.

      * Ocorrencias ja geradas com data prevista dentro da janela,
      * carregadas de RECORRENTES-GERADAS.DAT
       01 WS-QTD-GERADAS       PIC 9(4) VALUE ZEROS.
       01 WS-TABELA-GERADAS.
           05 WS-GER-ENTRADA OCCURS 2000 TIMES.
               10 WS-GER-REC-ID    PIC 9(6).
               10 WS-GER-PREVISTA  PIC X(10).
       01 WS-IND-GERADA        PIC 9(4) VALUE ZEROS.
       01 WS-JA-GERADA         PIC X(1) VALUE "N".

      * Ocorrencias devidas na data de negocio. Situacao: G = a
      * gerar, J = ja gerada (no registro), L = ja presente no lote
      * pendente, W = gravada agora em TRANSACOES.DAT
       01 WS-QTD-OCORRENCIAS   PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-OCORRENCIAS.
           05 WS-OCO-ENTRADA OCCURS 500 TIMES.
               10 WS-OCO-IMAGEM    PIC X(79).
               10 WS-OCO-PREVISTA  PIC X(10).
               10 WS-OCO-SITUACAO  PIC X(1).
       01 WS-IND-OCORRENCIA    PIC 9(3) VALUE ZEROS.
       01 WS-IND-GRUPO         PIC 9(3) VALUE ZEROS.
       01 WS-GRUPO-CORRENTE    PIC X(8) VALUE SPACES.
       01 WS-UNIDADE-GRUPO     PIC X(3) VALUE SPACES.

      * Recorrentes suspensas, listadas no relatorio
       01 WS-QTD-SUSPENSAS     PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-SUSPENSAS.
           05 WS-SUS-REC-ID    PIC 9(6) OCCURS 500 TIMES.
       01 WS-IND-SUSPENSA      PIC 9(3) VALUE ZEROS.

      * Lote pendente em TRANSACOES.DAT. Destino: N = lote novo,
      * M = mescla no lote digitado
       01 WS-DESTINO           PIC X(1) VALUE "N".
       01 WS-LOTE-EXISTE       PIC X(1) VALUE "N".
       01 WS-LOTE-TEM-H        PIC X(1) VALUE "N".
       01 WS-LOTE-TEM-T        PIC X(1) VALUE "N".
       01 WS-LOTE-ID-PENDENTE  PIC 9(7) VALUE ZEROS.
       01 WS-LOTE-PROCESSADO   PIC X(1) VALUE "N".
       01 WS-LOTE-DETALHES     PIC 9(7) VALUE ZEROS.
       01 WS-LOTE-TRAILER-QTD  PIC 9(7) VALUE ZEROS.
       01 WS-LOTE-PRIMEIRO     PIC X(1) VALUE "S".

      * Lote gravado: numero 9AADDDS (9 = lote gerado, ano com dois
      * digitos, dia do ano e sequencia do dia) e contagem do trailer
       01 WS-LOTE-ID           PIC 9(7) VALUE ZEROS.
       01 WS-LOTE-ID-BUSCA     PIC 9(7) VALUE ZEROS.
       01 WS-LOTE-SEQUENCIA    PIC 9(1) VALUE ZEROS.
       01 WS-DIA-DO-ANO        PIC 9(3) VALUE ZEROS.
       01 WS-LOTE-NO-HISTORICO PIC X(1) VALUE "N".
       01 WS-LOTE-ID-LIVRE     PIC X(1) VALUE "N".
       01 WS-QTD-TRAILER       PIC 9(7) VALUE ZEROS.

      * Contagens da execucao
       01 WS-QTD-RECORRENTES   PIC 9(5) VALUE ZEROS.
       01 WS-CONT-A-GERAR      PIC 9(5) VALUE ZEROS.
       01 WS-CONT-GRAVADAS     PIC 9(5) VALUE ZEROS.
       01 WS-CONT-JA-GERADAS   PIC 9(5) VALUE ZEROS.
       01 WS-CONT-NO-LOTE      PIC 9(5) VALUE ZEROS.

      * Fim de arquivo da passagem corrente
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".

      * Areas de edicao das linhas do relatorio
       01 WS-LINHA-RELATORIO   PIC X(132) VALUE SPACES.
       01 WS-QTD-ED            PIC ZZZZ9.
       01 WS-NUMERO-1-ED       PIC -(7)9.99.
       01 WS-NUMERO-2-ED       PIC -(7)9.99.
       01 WS-MOTIVO-OCORRENCIA PIC X(30) VALUE SPACES.

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

      * Linhas decorativas
       01 WS-LINHA             PIC X(40) VALUE ALL "=".
       01 WS-LINHA-LARGA       PIC X(132) VALUE ALL "=".

       PROCEDURE DIVISION.

      ******************************************************************
      * INICIO - Controla a geracao: data de negocio, ocorrencias ja
      *          geradas, ocorrencias devidas de cada recorrente,
      *          gravacao do lote, registro das ocorrencias geradas e
      *          relatorio. Lote pendente que nao pode ser mesclado com
      *          seguranca devolve codigo de retorno 8 sem gravar nada
      ******************************************************************
       INICIO.
           DISPLAY WS-LINHA.
           DISPLAY "   TRANSACOES RECORRENTES DO DIA - GERRECOR".
           DISPLAY WS-LINHA.
           PERFORM OBTER-DATA-NEGOCIO.
           PERFORM MONTAR-JANELA-PREVISTAS.
           PERFORM CARREGAR-GERADAS.
           PERFORM AVALIAR-RECORRENTES.
           IF WS-CONT-A-GERAR > ZEROS
               PERFORM EXAMINAR-LOTE-PENDENTE
           END-IF.
           IF WS-CONT-A-GERAR > ZEROS
               IF WS-DESTINO = "M"
                   PERFORM MESCLAR-LOTE-PENDENTE
               ELSE
                   PERFORM GRAVAR-LOTE-NOVO
               END-IF
           END-IF.
           PERFORM REGISTRAR-GERADAS.
           ADD WS-CONT-NO-LOTE TO WS-CONT-JA-GERADAS.
           PERFORM CARREGAR-DESCRICOES-UNIDADES.
           PERFORM EMITIR-RELATORIO.
           DISPLAY " ".
           DISPLAY WS-LINHA.
           DISPLAY "Dia " WS-DATA-NEGOCIO ": " WS-CONT-GRAVADAS
               " ocorrencia(s) gerada(s), " WS-CONT-JA-GERADAS
               " ja gerada(s) antes.".
           IF WS-CONT-GRAVADAS > ZEROS
               IF WS-DESTINO = "M"
                   DISPLAY "Mescladas ao lote " WS-LOTE-ID
                       " de TRANSACOES.DAT."
               ELSE
                   DISPLAY "Gravado o lote " WS-LOTE-ID
                       " em TRANSACOES.DAT."
               END-IF
           END-IF.
           DISPLAY "Relatorio em RELATORIO-RECORRENTES.TXT.".
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
           DISPLAY "Gerando as recorrentes do dia " WS-DATA-NEGOCIO
               ".".

      ******************************************************************
      * MONTAR-JANELA-PREVISTAS - Dia inteiro da data de negocio e a
      *                           janela das datas previstas que a
      *                           regra de dia util pode trazer para
      *                           ela. Data de negocio em fim de semana
      *                           nao recebe ocorrencia nenhuma
      ******************************************************************
       MONTAR-JANELA-PREVISTAS.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-TXT.
           PERFORM CONVERTER-DATA-INTEIRO.
           MOVE WS-INT-DATA TO WS-INT-NEGOCIO.
           PERFORM CALCULAR-DIA-SEMANA.
           IF WS-DIA-SEMANA > 4
               MOVE "N" TO WS-NEGOCIO-DIA-UTIL
               DISPLAY "AVISO: data de negocio " WS-DATA-NEGOCIO
                   " cai em fim de semana - nada a gerar."
           END-IF.
           COMPUTE WS-INT-DATA = WS-INT-NEGOCIO - 3.
           PERFORM CONVERTER-INTEIRO-DATA.
           MOVE WS-DATA-TXT TO WS-JANELA-INICIO.
           COMPUTE WS-INT-DATA = WS-INT-NEGOCIO + 3.
           PERFORM CONVERTER-INTEIRO-DATA.
           MOVE WS-DATA-TXT TO WS-JANELA-FIM.

      ******************************************************************
      * CONVERTER-DATA-INTEIRO - WS-DATA-TXT (AAAA-MM-DD) para o dia
      *                          inteiro em WS-INT-DATA
      ******************************************************************
       CONVERTER-DATA-INTEIRO.
           COMPUTE WS-DATA-NUM =
               FUNCTION NUMVAL(WS-DATA-TXT(1:4)) * 10000
               + FUNCTION NUMVAL(WS-DATA-TXT(6:2)) * 100
               + FUNCTION NUMVAL(WS-DATA-TXT(9:2)).
           COMPUTE WS-INT-DATA = FUNCTION INTEGER-OF-DATE(WS-DATA-NUM).

      ******************************************************************
      * CONVERTER-INTEIRO-DATA - Dia inteiro em WS-INT-DATA para
      *                          WS-DATA-TXT (AAAA-MM-DD)
      ******************************************************************
       CONVERTER-INTEIRO-DATA.
           COMPUTE WS-DATA-NUM = FUNCTION DATE-OF-INTEGER(WS-INT-DATA).
           MOVE SPACES TO WS-DATA-TXT.
           STRING WS-DATA-NUM(1:4) "-" WS-DATA-NUM(5:2) "-"
                  WS-DATA-NUM(7:2)
                  DELIMITED BY SIZE INTO WS-DATA-TXT
           END-STRING.

      ******************************************************************
      * CALCULAR-DIA-SEMANA - Dia da semana do dia inteiro em
      *                       WS-INT-DATA (o dia 1 do calendario,
      *                       1601-01-01, foi uma segunda-feira)
      ******************************************************************
       CALCULAR-DIA-SEMANA.
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-INT-DATA - 1, 7).

      ******************************************************************
      * CARREGAR-GERADAS - Carrega do registro as ocorrencias com data
      *                    prevista dentro da janela; sem o registro,
      *                    nada foi gerado ainda
      ******************************************************************
       CARREGAR-GERADAS.
           MOVE ZEROS TO WS-QTD-GERADAS.
           OPEN INPUT ARQUIVO-GERADAS.
           IF WS-FS-GERADAS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-GERADAS
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM GUARDAR-GERADA
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-GERADAS
           END-IF.

      ******************************************************************
      * GUARDAR-GERADA - Guarda uma ocorrencia do registro que pode
      *                  coincidir com as devidas hoje
      ******************************************************************
       GUARDAR-GERADA.
           IF GER-DATA-PREVISTA NOT < WS-JANELA-INICIO
                   AND GER-DATA-PREVISTA NOT > WS-JANELA-FIM
               IF WS-QTD-GERADAS >= 2000
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: mais de 2000 ocorrencias "
                       "geradas na janela de " WS-JANELA-INICIO
                       " a " WS-JANELA-FIM "."
                   STOP RUN
               END-IF
               ADD 1 TO WS-QTD-GERADAS
               MOVE GER-REC-ID TO WS-GER-REC-ID(WS-QTD-GERADAS)
               MOVE GER-DATA-PREVISTA
                   TO WS-GER-PREVISTA(WS-QTD-GERADAS)
           END-IF.

      ******************************************************************
      * AVALIAR-RECORRENTES - Passa o cadastro de recorrentes: as
      *                       suspensas vao para o relatorio, as
      *                       ativas tem as datas previstas da janela
      *                       avaliadas. Sem cadastro nao ha nada a
      *                       gerar
      ******************************************************************
       AVALIAR-RECORRENTES.
           OPEN INPUT ARQUIVO-RECORRENTES.
           IF WS-FS-RECORRENTES = "35"
               DISPLAY "RECORRENTES.DAT nao encontrado - nenhuma "
                   "recorrente cadastrada."
           ELSE IF WS-FS-RECORRENTES NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "RECORRENTES.DAT (status " WS-FS-RECORRENTES ")."
               STOP RUN
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-RECORRENTES
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM AVALIAR-RECORRENTE
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-RECORRENTES
           END-IF.

      ******************************************************************
      * AVALIAR-RECORRENTE - Uma recorrente do cadastro: suspensa e
      *                      guardada para o relatorio; ativa tem cada
      *                      data prevista da janela dentro da sua
      *                      vigencia avaliada
      ******************************************************************
       AVALIAR-RECORRENTE.
           ADD 1 TO WS-QTD-RECORRENTES.
           IF REC-SITUACAO = "S"
               IF WS-QTD-SUSPENSAS < 500
                   ADD 1 TO WS-QTD-SUSPENSAS
                   MOVE REC-ID TO WS-SUS-REC-ID(WS-QTD-SUSPENSAS)
               END-IF
           ELSE IF WS-NEGOCIO-DIA-UTIL = "S"
               MOVE REC-DATA-INICIO TO WS-DATA-TXT
               PERFORM CONVERTER-DATA-INTEIRO
               MOVE WS-INT-DATA TO WS-INT-INICIO
               IF REC-DATA-FIM = SPACES
                   MOVE 9999999 TO WS-INT-FIM
               ELSE
                   MOVE REC-DATA-FIM TO WS-DATA-TXT
                   PERFORM CONVERTER-DATA-INTEIRO
                   MOVE WS-INT-DATA TO WS-INT-FIM
               END-IF
               PERFORM VARYING WS-DESLOCAMENTO FROM -3 BY 1
                       UNTIL WS-DESLOCAMENTO > 3
                   COMPUTE WS-INT-PREVISTA =
                       WS-INT-NEGOCIO + WS-DESLOCAMENTO
                   PERFORM AVALIAR-DATA-PREVISTA
               END-PERFORM
           END-IF.

      ******************************************************************
      * AVALIAR-DATA-PREVISTA - Decide se a recorrente tem ocorrencia
      *                         prevista no dia WS-INT-PREVISTA e se,
      *                         pela regra de dia util, ela cai na data
      *                         de negocio. Diaria: todo dia util.
      *                         Semanal: a cada sete dias do inicio.
      *                         Mensal: no dia do mes do inicio, ou no
      *                         ultimo dia do mes quando ele e menor
      ******************************************************************
       AVALIAR-DATA-PREVISTA.
           MOVE "N" TO WS-E-PREVISTA.
           IF WS-INT-PREVISTA NOT < WS-INT-INICIO
                   AND WS-INT-PREVISTA NOT > WS-INT-FIM
               IF REC-FREQUENCIA = "D"
                   MOVE WS-INT-PREVISTA TO WS-INT-DATA
                   PERFORM CALCULAR-DIA-SEMANA
                   IF WS-DIA-SEMANA < 5
                       MOVE "S" TO WS-E-PREVISTA
                   END-IF
               ELSE IF REC-FREQUENCIA = "S"
                   COMPUTE WS-RESTO-SEMANA = FUNCTION MOD(
                       WS-INT-PREVISTA - WS-INT-INICIO, 7)
                   IF WS-RESTO-SEMANA = ZEROS
                       MOVE "S" TO WS-E-PREVISTA
                   END-IF
               ELSE IF REC-FREQUENCIA = "M"
                   PERFORM CONFERIR-DIA-DO-MES
               END-IF
           END-IF.
           IF WS-E-PREVISTA = "S"
               PERFORM AJUSTAR-DIA-UTIL
               IF WS-INT-AJUSTADA = WS-INT-NEGOCIO
                   MOVE WS-INT-PREVISTA TO WS-INT-DATA
                   PERFORM CONVERTER-INTEIRO-DATA
                   MOVE WS-DATA-TXT TO WS-DATA-PREVISTA
                   PERFORM GUARDAR-OCORRENCIA
               END-IF
           END-IF.

      ******************************************************************
      * CONFERIR-DIA-DO-MES - Recorrente mensal: a data prevista e o
      *                       dia do mes da data de inicio, limitado
      *                       ao ultimo dia do mes previsto
      ******************************************************************
       CONFERIR-DIA-DO-MES.
           COMPUTE WS-PREVISTA-NUM =
               FUNCTION DATE-OF-INTEGER(WS-INT-PREVISTA).
           MOVE REC-DATA-INICIO(9:2) TO WS-DIA-ALVO.
           IF WS-PREVISTA-NUM(5:2) = "12"
               COMPUTE WS-ANO-SEGUINTE =
                   FUNCTION NUMVAL(WS-PREVISTA-NUM(1:4)) + 1
               MOVE 1 TO WS-MES-SEGUINTE
           ELSE
               MOVE WS-PREVISTA-NUM(1:4) TO WS-ANO-SEGUINTE
               COMPUTE WS-MES-SEGUINTE =
                   FUNCTION NUMVAL(WS-PREVISTA-NUM(5:2)) + 1
           END-IF.
           COMPUTE WS-DATA-NUM = WS-ANO-SEGUINTE * 10000
               + WS-MES-SEGUINTE * 100 + 1.
           COMPUTE WS-INT-DATA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) - 1.
           COMPUTE WS-DATA-NUM = FUNCTION DATE-OF-INTEGER(WS-INT-DATA).
           MOVE WS-DATA-NUM(7:2) TO WS-ULTIMO-DIA.
           IF WS-DIA-ALVO > WS-ULTIMO-DIA
               MOVE WS-ULTIMO-DIA TO WS-DIA-ALVO
           END-IF.
           IF WS-PREVISTA-NUM(7:2) = WS-DIA-ALVO
               MOVE "S" TO WS-E-PREVISTA
           END-IF.

      ******************************************************************
      * AJUSTAR-DIA-UTIL - Aplica a regra de dia util da recorrente a
      *                    data prevista em fim de semana: A antecipa
      *                    para a sexta-feira, P posterga para a
      *                    segunda-feira, F posterga sem virar o mes
      *                    (virando, antecipa). Nao ha calendario de
      *                    feriados: dia util e de segunda a sexta
      ******************************************************************
       AJUSTAR-DIA-UTIL.
           MOVE WS-INT-PREVISTA TO WS-INT-AJUSTADA.
           MOVE WS-INT-PREVISTA TO WS-INT-DATA.
           PERFORM CALCULAR-DIA-SEMANA.
           IF WS-DIA-SEMANA > 4
               IF WS-DIA-SEMANA = 5
                   COMPUTE WS-INT-ANTERIOR = WS-INT-PREVISTA - 1
                   COMPUTE WS-INT-POSTERIOR = WS-INT-PREVISTA + 2
               ELSE
                   COMPUTE WS-INT-ANTERIOR = WS-INT-PREVISTA - 2
                   COMPUTE WS-INT-POSTERIOR = WS-INT-PREVISTA + 1
               END-IF
               IF REC-REGRA-DIA-UTIL = "A"
                   MOVE WS-INT-ANTERIOR TO WS-INT-AJUSTADA
               ELSE IF REC-REGRA-DIA-UTIL = "P"
                   MOVE WS-INT-POSTERIOR TO WS-INT-AJUSTADA
               ELSE
                   COMPUTE WS-MES-PREVISTA =
                       FUNCTION DATE-OF-INTEGER(WS-INT-PREVISTA) / 100
                   COMPUTE WS-MES-POSTERIOR =
                       FUNCTION DATE-OF-INTEGER(WS-INT-POSTERIOR)
                       / 100
                   IF WS-MES-POSTERIOR = WS-MES-PREVISTA
                       MOVE WS-INT-POSTERIOR TO WS-INT-AJUSTADA
                   ELSE
                       MOVE WS-INT-ANTERIOR TO WS-INT-AJUSTADA
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * GUARDAR-OCORRENCIA - Guarda a ocorrencia devida hoje; a que ja
      *                      consta do registro de geradas nao e
      *                      gerada de novo
      ******************************************************************
       GUARDAR-OCORRENCIA.
           IF WS-QTD-OCORRENCIAS >= 500
               DISPLAY " "
               DISPLAY "ERRO FATAL: mais de 500 ocorrencias devidas "
                   "no dia " WS-DATA-NEGOCIO "."
               STOP RUN
           END-IF.
           MOVE "N" TO WS-JA-GERADA.
           PERFORM VARYING WS-IND-GERADA FROM 1 BY 1
                   UNTIL WS-IND-GERADA > WS-QTD-GERADAS
                   OR WS-JA-GERADA = "S"
               IF WS-GER-REC-ID(WS-IND-GERADA) = REC-ID
                       AND WS-GER-PREVISTA(WS-IND-GERADA)
                           = WS-DATA-PREVISTA
                   MOVE "S" TO WS-JA-GERADA
               END-IF
           END-PERFORM.
           ADD 1 TO WS-QTD-OCORRENCIAS.
           MOVE REG-RECORRENTE TO WS-OCO-IMAGEM(WS-QTD-OCORRENCIAS).
           MOVE WS-DATA-PREVISTA TO WS-OCO-PREVISTA(WS-QTD-OCORRENCIAS).
           IF WS-JA-GERADA = "S"
               MOVE "J" TO WS-OCO-SITUACAO(WS-QTD-OCORRENCIAS)
               ADD 1 TO WS-CONT-JA-GERADAS
           ELSE
               MOVE "G" TO WS-OCO-SITUACAO(WS-QTD-OCORRENCIAS)
               ADD 1 TO WS-CONT-A-GERAR
           END-IF.

      ******************************************************************
      * EXAMINAR-LOTE-PENDENTE - Le o TRANSACOES.DAT existente para
      *                          decidir o destino das ocorrencias:
      *                          ausente, vazio ou ja processado pela
      *                          CALCULADORA da lugar a um lote novo;
      *                          lote digitado ainda nao processado
      *                          recebe as ocorrencias. Lote sem
      *                          cabecalho ou com trailer que nao
      *                          confere e recusado (RC 8). Ocorrencia
      *                          ja marcada no lote nao e repetida
      ******************************************************************
       EXAMINAR-LOTE-PENDENTE.
           MOVE "N" TO WS-DESTINO.
           OPEN INPUT ARQUIVO-TRANSACOES.
           IF WS-FS-TRANSACOES = "35"
               CONTINUE
           ELSE IF WS-FS-TRANSACOES NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "TRANSACOES.DAT (status " WS-FS-TRANSACOES ")."
               STOP RUN
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-TRANSACOES
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM CLASSIFICAR-REGISTRO-LOTE
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-TRANSACOES
           END-IF.
           IF WS-LOTE-EXISTE = "S"
               IF WS-LOTE-TEM-H = "N"
                   DISPLAY " "
                   DISPLAY "ERRO: TRANSACOES.DAT sem cabecalho - nao "
                       "ha como saber se ja foi processado."
                   DISPLAY "Nada foi gerado. Processe ou remova o "
                       "lote e rode de novo."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-LOTE-ID-PENDENTE TO WS-LOTE-ID-BUSCA
               PERFORM PROCURAR-LOTE-HISTORICO
               IF WS-LOTE-NO-HISTORICO = "S"
                   DISPLAY "AVISO: lote " WS-LOTE-ID-PENDENTE
                       " de TRANSACOES.DAT ja processado - "
                       "substituido por lote novo."
               ELSE
                   IF WS-LOTE-TEM-T = "S"
                           AND WS-LOTE-TRAILER-QTD
                               NOT = WS-LOTE-DETALHES
                       DISPLAY " "
                       DISPLAY "ERRO: o trailer do lote "
                           WS-LOTE-ID-PENDENTE " informa "
                           WS-LOTE-TRAILER-QTD " transacao(oes), mas "
                           "o arquivo contem " WS-LOTE-DETALHES "."
                       DISPLAY "Nada foi gerado. Verifique o lote "
                           "digitado e rode de novo."
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "M" TO WS-DESTINO
                   MOVE WS-LOTE-ID-PENDENTE TO WS-LOTE-ID
               END-IF
           END-IF.

      ******************************************************************
      * CLASSIFICAR-REGISTRO-LOTE - Um registro do lote pendente:
      *                             cabecalho identifica o lote,
      *                             trailer traz a contagem declarada,
      *                             detalhe conta e, se vier de uma
      *                             recorrente, marca a ocorrencia
      *                             como ja presente no lote
      ******************************************************************
       CLASSIFICAR-REGISTRO-LOTE.
           MOVE "S" TO WS-LOTE-EXISTE.
           IF TRANS-TIPO-REG = "H"
               IF WS-LOTE-PRIMEIRO = "S" AND TRANS-CTL-QTD IS NUMERIC
                   MOVE "S" TO WS-LOTE-TEM-H
                   MOVE TRANS-CTL-QTD TO WS-LOTE-ID-PENDENTE
               END-IF
           ELSE IF TRANS-TIPO-REG = "T"
               MOVE "S" TO WS-LOTE-TEM-T
               IF TRANS-CTL-QTD IS NUMERIC
                   MOVE TRANS-CTL-QTD TO WS-LOTE-TRAILER-QTD
               END-IF
           ELSE
               ADD 1 TO WS-LOTE-DETALHES
               IF TRANS-MARCA-PREFIXO = "REC"
                       AND TRANS-MARCA-ID IS NUMERIC
                   PERFORM VARYING WS-IND-OCORRENCIA FROM 1 BY 1
                           UNTIL WS-IND-OCORRENCIA > WS-QTD-OCORRENCIAS
                       MOVE WS-OCO-IMAGEM(WS-IND-OCORRENCIA)
                           TO REG-RECORRENTE
                       IF WS-OCO-SITUACAO(WS-IND-OCORRENCIA) = "G"
                               AND REC-ID = TRANS-MARCA-ID
                               AND WS-OCO-PREVISTA(WS-IND-OCORRENCIA)
                                   = TRANS-MARCA-PREVISTA
                           MOVE "L"
                               TO WS-OCO-SITUACAO(WS-IND-OCORRENCIA)
                           SUBTRACT 1 FROM WS-CONT-A-GERAR
                           ADD 1 TO WS-CONT-NO-LOTE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           MOVE "N" TO WS-LOTE-PRIMEIRO.

      ******************************************************************
      * PROCURAR-LOTE-HISTORICO - Procura WS-LOTE-ID-BUSCA no
      *                           historico de lotes processados
      ******************************************************************
       PROCURAR-LOTE-HISTORICO.
           MOVE "N" TO WS-LOTE-NO-HISTORICO.
           OPEN INPUT ARQUIVO-HISTORICO.
           IF WS-FS-HISTORICO = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-HISTORICO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF HIST-LOTE-ID = WS-LOTE-ID-BUSCA
                               MOVE "S" TO WS-LOTE-NO-HISTORICO
                               MOVE "S" TO WS-FIM-ARQUIVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-HISTORICO
           END-IF.

      ******************************************************************
      * GRAVAR-LOTE-NOVO - Grava TRANSACOES.DAT do zero: cabecalho com
      *                    o numero de lote gerado, as ocorrencias e o
      *                    trailer com a contagem
      ******************************************************************
       GRAVAR-LOTE-NOVO.
           PERFORM NUMERAR-LOTE-GERADO.
           OPEN OUTPUT ARQUIVO-TRANSACOES.
           IF WS-FS-TRANSACOES NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "TRANSACOES.DAT (status " WS-FS-TRANSACOES ")."
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-TRANS-CONTROLE.
           MOVE "H" TO TRANS-TIPO-REG.
           MOVE WS-LOTE-ID TO TRANS-CTL-QTD.
           WRITE REG-TRANS-CONTROLE.
           PERFORM CONFERIR-GRAVACAO-LOTE.
           MOVE ZEROS TO WS-QTD-TRAILER.
           PERFORM GRAVAR-OCORRENCIAS.
           PERFORM GRAVAR-TRAILER-LOTE.
           CLOSE ARQUIVO-TRANSACOES.

      ******************************************************************
      * NUMERAR-LOTE-GERADO - Numero do lote gerado, 9AADDDS: o
      *                       primeiro numero do dia ainda fora do
      *                       historico de lotes processados
      ******************************************************************
       NUMERAR-LOTE-GERADO.
           MOVE WS-DATA-NEGOCIO(1:4) TO WS-DATA-TXT(1:4).
           MOVE "-01-01" TO WS-DATA-TXT(5:6).
           PERFORM CONVERTER-DATA-INTEIRO.
           COMPUTE WS-DIA-DO-ANO = WS-INT-NEGOCIO - WS-INT-DATA + 1.
           MOVE "N" TO WS-LOTE-ID-LIVRE.
           PERFORM VARYING WS-LOTE-SEQUENCIA FROM 1 BY 1
                   UNTIL WS-LOTE-ID-LIVRE = "S"
                   OR WS-LOTE-SEQUENCIA > 8
               COMPUTE WS-LOTE-ID-BUSCA = 9000000
                   + FUNCTION NUMVAL(WS-DATA-NEGOCIO(3:2)) * 10000
                   + WS-DIA-DO-ANO * 10 + WS-LOTE-SEQUENCIA
               PERFORM PROCURAR-LOTE-HISTORICO
               IF WS-LOTE-NO-HISTORICO = "N"
                   MOVE "S" TO WS-LOTE-ID-LIVRE
                   MOVE WS-LOTE-ID-BUSCA TO WS-LOTE-ID
               END-IF
           END-PERFORM.
           IF WS-LOTE-ID-LIVRE = "N"
               DISPLAY " "
               DISPLAY "ERRO: todos os numeros de lote gerado do dia "
                   WS-DATA-NEGOCIO " ja foram processados."
               DISPLAY "Nada foi gerado."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * MESCLAR-LOTE-PENDENTE - Acrescenta as ocorrencias ao lote
      *                         digitado: copia o lote sem o trailer
      *                         para a area de trabalho e o regrava
      *                         com o mesmo cabecalho, as transacoes
      *                         digitadas, as geradas e o trailer com a
      *                         nova contagem
      ******************************************************************
       MESCLAR-LOTE-PENDENTE.
           OPEN INPUT ARQUIVO-TRANSACOES.
           OPEN OUTPUT ARQUIVO-TRABALHO.
           IF WS-FS-TRANSACOES NOT = "00" OR WS-FS-TRABALHO NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel copiar "
                   "TRANSACOES.DAT (status " WS-FS-TRANSACOES "/"
                   WS-FS-TRABALHO ")."
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-TRANSACOES
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       IF TRANS-TIPO-REG NOT = "T"
                           WRITE REG-TRABALHO FROM REG-TRANSACAO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-TRANSACOES.
           CLOSE ARQUIVO-TRABALHO.
           OPEN INPUT ARQUIVO-TRABALHO.
           OPEN OUTPUT ARQUIVO-TRANSACOES.
           IF WS-FS-TRANSACOES NOT = "00" OR WS-FS-TRABALHO NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel regravar "
                   "TRANSACOES.DAT (status " WS-FS-TRANSACOES "/"
                   WS-FS-TRABALHO ")."
               STOP RUN
           END-IF.
           MOVE WS-LOTE-DETALHES TO WS-QTD-TRAILER.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-TRABALHO
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       WRITE REG-TRANSACAO FROM REG-TRABALHO
                       PERFORM CONFERIR-GRAVACAO-LOTE
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-TRABALHO.
           PERFORM GRAVAR-OCORRENCIAS.
           PERFORM GRAVAR-TRAILER-LOTE.
           CLOSE ARQUIVO-TRANSACOES.

      ******************************************************************
      * GRAVAR-OCORRENCIAS - Grava as ocorrencias a gerar: primeiro as
      *                      operacoes simples, na ordem do cadastro;
      *                      depois as agregadas, grupo a grupo, para
      *                      que os registros 8 de um grupo saiam
      *                      consecutivos como a CALCULADORA exige
      ******************************************************************
       GRAVAR-OCORRENCIAS.
           PERFORM VARYING WS-IND-OCORRENCIA FROM 1 BY 1
                   UNTIL WS-IND-OCORRENCIA > WS-QTD-OCORRENCIAS
               MOVE WS-OCO-IMAGEM(WS-IND-OCORRENCIA) TO REG-RECORRENTE
               IF WS-OCO-SITUACAO(WS-IND-OCORRENCIA) = "G"
                       AND REC-OPERACAO NOT = 8
                   MOVE WS-IND-OCORRENCIA TO WS-IND-GRUPO
                   PERFORM GRAVAR-TRANSACAO-GERADA
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-IND-OCORRENCIA FROM 1 BY 1
                   UNTIL WS-IND-OCORRENCIA > WS-QTD-OCORRENCIAS
               MOVE WS-OCO-IMAGEM(WS-IND-OCORRENCIA) TO REG-RECORRENTE
               IF WS-OCO-SITUACAO(WS-IND-OCORRENCIA) = "G"
                   MOVE REC-GRUPO TO WS-GRUPO-CORRENTE
                   MOVE REC-UNIDADE TO WS-UNIDADE-GRUPO
                   PERFORM GRAVAR-GRUPO-AGREGADO
               END-IF
           END-PERFORM.

      ******************************************************************
      * GRAVAR-GRUPO-AGREGADO - Grava, a partir da ocorrencia corrente,
      *                         todas as agregadas ainda nao gravadas
      *                         do mesmo grupo e unidade
      ******************************************************************
       GRAVAR-GRUPO-AGREGADO.
           PERFORM VARYING WS-IND-GRUPO FROM WS-IND-OCORRENCIA BY 1
                   UNTIL WS-IND-GRUPO > WS-QTD-OCORRENCIAS
               MOVE WS-OCO-IMAGEM(WS-IND-GRUPO) TO REG-RECORRENTE
               IF WS-OCO-SITUACAO(WS-IND-GRUPO) = "G"
                       AND REC-GRUPO = WS-GRUPO-CORRENTE
                       AND REC-UNIDADE = WS-UNIDADE-GRUPO
                   PERFORM GRAVAR-TRANSACAO-GERADA
               END-IF
           END-PERFORM.

      ******************************************************************
      * GRAVAR-TRANSACAO-GERADA - Grava a transacao da ocorrencia
      *                           WS-IND-GRUPO (recorrente ja em
      *                           REG-RECORRENTE) com a marca de origem
      ******************************************************************
       GRAVAR-TRANSACAO-GERADA.
           MOVE SPACES TO REG-TRANSACAO.
           MOVE REC-OPERACAO TO TRANS-OPERACAO.
           MOVE REC-NUMERO-1 TO TRANS-NUMERO-1.
           MOVE REC-NUMERO-2 TO TRANS-NUMERO-2.
           MOVE REC-UNIDADE TO TRANS-UNIDADE.
           MOVE REC-GRUPO TO TRANS-GRUPO.
           MOVE "REC" TO TRANS-MARCA-PREFIXO.
           MOVE REC-ID TO TRANS-MARCA-ID.
           MOVE WS-OCO-PREVISTA(WS-IND-GRUPO) TO TRANS-MARCA-PREVISTA.
           WRITE REG-TRANSACAO.
           PERFORM CONFERIR-GRAVACAO-LOTE.
           MOVE "W" TO WS-OCO-SITUACAO(WS-IND-GRUPO).
           ADD 1 TO WS-QTD-TRAILER.
           ADD 1 TO WS-CONT-GRAVADAS.

      ******************************************************************
      * GRAVAR-TRAILER-LOTE - Trailer com a contagem de transacoes do
      *                       lote gravado
      ******************************************************************
       GRAVAR-TRAILER-LOTE.
           MOVE SPACES TO REG-TRANS-CONTROLE.
           MOVE "T" TO TRANS-TIPO-REG.
           MOVE WS-QTD-TRAILER TO TRANS-CTL-QTD.
           WRITE REG-TRANS-CONTROLE.
           PERFORM CONFERIR-GRAVACAO-LOTE.

      ******************************************************************
      * CONFERIR-GRAVACAO-LOTE - Falha de gravacao em TRANSACOES.DAT e
      *                          fatal
      ******************************************************************
       CONFERIR-GRAVACAO-LOTE.
           IF WS-FS-TRANSACOES NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar TRANSACOES.DAT "
                   "(status " WS-FS-TRANSACOES ")."
               STOP RUN
           END-IF.

      ******************************************************************
      * REGISTRAR-GERADAS - Acrescenta ao registro as ocorrencias
      *                     gravadas agora e as que ja estavam no lote
      *                     pendente sem constar do registro. So roda
      *                     com TRANSACOES.DAT ja fechado
      ******************************************************************
       REGISTRAR-GERADAS.
           IF WS-CONT-GRAVADAS > ZEROS OR WS-CONT-NO-LOTE > ZEROS
               PERFORM OBTER-DATA-HORA
               OPEN EXTEND ARQUIVO-GERADAS
               IF WS-FS-GERADAS = "35"
                   OPEN OUTPUT ARQUIVO-GERADAS
               END-IF
               IF WS-FS-GERADAS NOT = "00"
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: nao foi possivel abrir "
                       "RECORRENTES-GERADAS.DAT (status "
                       WS-FS-GERADAS ")."
                   STOP RUN
               END-IF
               PERFORM VARYING WS-IND-OCORRENCIA FROM 1 BY 1
                       UNTIL WS-IND-OCORRENCIA > WS-QTD-OCORRENCIAS
                   IF WS-OCO-SITUACAO(WS-IND-OCORRENCIA) = "W"
                           OR WS-OCO-SITUACAO(WS-IND-OCORRENCIA) = "L"
                       PERFORM GRAVAR-OCORRENCIA-GERADA
                   END-IF
               END-PERFORM
               CLOSE ARQUIVO-GERADAS
           END-IF.

      ******************************************************************
      * GRAVAR-OCORRENCIA-GERADA - Uma linha do registro de geradas
      ******************************************************************
       GRAVAR-OCORRENCIA-GERADA.
           MOVE WS-OCO-IMAGEM(WS-IND-OCORRENCIA) TO REG-RECORRENTE.
           MOVE REC-ID TO GER-REC-ID.
           MOVE WS-OCO-PREVISTA(WS-IND-OCORRENCIA) TO GER-DATA-PREVISTA.
           MOVE WS-DATA-NEGOCIO TO GER-DATA-NEGOCIO.
           IF WS-OCO-SITUACAO(WS-IND-OCORRENCIA) = "L"
               MOVE WS-LOTE-ID-PENDENTE TO GER-LOTE-ID
           ELSE
               MOVE WS-LOTE-ID TO GER-LOTE-ID
           END-IF.
           MOVE WS-RUN-ID TO GER-RUN-ID.
           MOVE WS-DATA-HORA TO GER-DATA-HORA.
           WRITE REG-GERADA.
           IF WS-FS-GERADAS NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar "
                   "RECORRENTES-GERADAS.DAT (status " WS-FS-GERADAS
                   ")."
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
      * EMITIR-RELATORIO - Relatorio da geracao: ocorrencias geradas,
      *                    ocorrencias que nao foram repetidas por ja
      *                    terem sido geradas e recorrentes suspensas
      ******************************************************************
       EMITIR-RELATORIO.
           PERFORM OBTER-DATA-HORA.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "RELATORIO-RECORRENTES.TXT (status "
                   WS-FS-RELATORIO ")."
               STOP RUN
           END-IF.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           STRING "TRANSACOES RECORRENTES - DATA DE NEGOCIO "
                  WS-DATA-NEGOCIO " - RUN ID " WS-RUN-ID
                  " - EMITIDO EM " WS-DATA-HORA
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           IF WS-CONT-GRAVADAS = ZEROS
               MOVE "DESTINO: NENHUMA OCORRENCIA A GRAVAR"
                   TO WS-LINHA-RELATORIO
           ELSE IF WS-DESTINO = "M"
               STRING "DESTINO: MESCLADAS AO LOTE DIGITADO "
                      WS-LOTE-ID " DE TRANSACOES.DAT"
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
           ELSE
               STRING "DESTINO: LOTE NOVO " WS-LOTE-ID
                      " EM TRANSACOES.DAT"
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
           END-IF.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           STRING "ID     OP NUMERO-1    NUMERO-2    UN  DESCRICAO DA "
                  "UNIDADE           GRUPO    F PREVISTA   SITUACAO"
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM VARYING WS-IND-OCORRENCIA FROM 1 BY 1
                   UNTIL WS-IND-OCORRENCIA > WS-QTD-OCORRENCIAS
               PERFORM GRAVAR-LINHA-OCORRENCIA
           END-PERFORM.
           IF WS-QTD-OCORRENCIAS = ZEROS
               MOVE "  (nenhuma ocorrencia devida na data)"
                   TO WS-LINHA-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE "RECORRENTES SUSPENSAS (NADA GERADO)"
               TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM VARYING WS-IND-SUSPENSA FROM 1 BY 1
                   UNTIL WS-IND-SUSPENSA > WS-QTD-SUSPENSAS
               STRING "  " WS-SUS-REC-ID(WS-IND-SUSPENSA)
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM.
           IF WS-QTD-SUSPENSAS = ZEROS
               MOVE "  (nenhuma)" TO WS-LINHA-RELATORIO
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM GRAVAR-RESUMO-RELATORIO.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           CLOSE ARQUIVO-RELATORIO.

      ******************************************************************
      * GRAVAR-LINHA-OCORRENCIA - Uma ocorrencia devida na data, com o
      *                           que foi feito dela
      ******************************************************************
       GRAVAR-LINHA-OCORRENCIA.
           MOVE WS-OCO-IMAGEM(WS-IND-OCORRENCIA) TO REG-RECORRENTE.
           MOVE REC-NUMERO-1 TO WS-NUMERO-1-ED.
           MOVE REC-NUMERO-2 TO WS-NUMERO-2-ED.
           IF WS-OCO-SITUACAO(WS-IND-OCORRENCIA) = "W"
               MOVE "GERADA" TO WS-MOTIVO-OCORRENCIA
           ELSE IF WS-OCO-SITUACAO(WS-IND-OCORRENCIA) = "J"
               MOVE "JA GERADA - NAO REPETIDA"
                   TO WS-MOTIVO-OCORRENCIA
           ELSE IF WS-OCO-SITUACAO(WS-IND-OCORRENCIA) = "L"
               MOVE "JA NO LOTE - NAO REPETIDA"
                   TO WS-MOTIVO-OCORRENCIA
           ELSE
               MOVE "NAO GRAVADA" TO WS-MOTIVO-OCORRENCIA
           END-IF.
           PERFORM OBTER-DESCRICAO-UNIDADE.
           STRING REC-ID " " REC-OPERACAO "  " WS-NUMERO-1-ED " "
                  WS-NUMERO-2-ED " " REC-UNIDADE " "
                  WS-DESCRICAO-UNIDADE " " REC-GRUPO " "
                  REC-FREQUENCIA " " WS-OCO-PREVISTA(WS-IND-OCORRENCIA)
                  " " WS-MOTIVO-OCORRENCIA
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
      *                           REC-UNIDADE; codigo fora do
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
                           = REC-UNIDADE
                       MOVE WS-CAD-DESCRICAO(WS-IND-CAD)
                           TO WS-DESCRICAO-UNIDADE
                       MOVE "S" TO WS-CAD-ACHADA
                   END-IF
               END-PERFORM
           END-IF.

      ******************************************************************
      * GRAVAR-RESUMO-RELATORIO - Contagens finais da geracao
      ******************************************************************
       GRAVAR-RESUMO-RELATORIO.
           MOVE WS-QTD-RECORRENTES TO WS-QTD-ED.
           STRING "RECORRENTES NO CADASTRO.......: " WS-QTD-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-GRAVADAS TO WS-QTD-ED.
           STRING "OCORRENCIAS GERADAS...........: " WS-QTD-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-JA-GERADAS TO WS-QTD-ED.
           STRING "OCORRENCIAS JA GERADAS ANTES..: " WS-QTD-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-QTD-SUSPENSAS TO WS-QTD-ED.
           STRING "RECORRENTES SUSPENSAS.........: " WS-QTD-ED
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
                   "RELATORIO-RECORRENTES.TXT (status "
                   WS-FS-RELATORIO ")."
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-LINHA-RELATORIO.
