      ******************************************************************
      * Programa: MANCONTA
      * Descrição: Manutencao do mapa contabil (MAPA-CONTAS.DAT): para
      *            cada combinacao de unidade e operacao, a conta de
      *            debito, a conta de credito e o centro de custo dos
      *            lancamentos, com historico de vigencias. Inclusao e
      *            substituicao por nova vigencia, encerramento do
      *            mapeamento, listagem do historico e log de
      *            alteracoes com operador e data/hora. O DIARIO monta
      *            o diario contabil pelo mapeamento em vigor
      * Autor: Copilot Agent
      * Data: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANCONTA.
       AUTHOR. COPILOT-AGENT.
       DATE-WRITTEN. 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-MAPA ASSIGN TO "MAPA-CONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MAPA.
      * Log de alteracoes do mapa: uma linha por inclusao ou
      * encerramento, com data/hora, operador e as contas gravadas
           SELECT ARQUIVO-LOG ASSIGN TO "MAPA-CONTAS-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.
      * Cadastro de operadores autorizados, o mesmo do sign-on da
      * CALCULADORA: o log de alteracoes exige um operador validado
           SELECT ARQUIVO-OPERADORES ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-OPERADORES.
      * Politica de senhas da MANOPER (validade e falhas ate o
      * bloqueio); sem o arquivo valem os padroes
           SELECT ARQUIVO-POLITICA ASSIGN TO "POLITICA-SENHA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-POLITICA.

       DATA DIVISION.
       FILE SECTION.
      * Uma linha por mapeamento: unidade, operacao da CALCULADORA
      * (1 a 8), conta de debito, conta de credito, centro de custo e
      * data de vigencia (AAAA-MM-DD). A mesma combinacao pode
      * aparecer varias vezes - cada linha e uma vigencia do
      * historico, e o DIARIO escolhe a vigente na data de negocio.
      * Vigencia com as contas em branco encerra o mapeamento
       FD  ARQUIVO-MAPA
           RECORDING MODE IS F.
       01  REG-MAPA.
           05 MAPA-UNIDADE         PIC X(3).
           05 MAPA-OPERACAO        PIC 9(1).
           05 MAPA-CONTA-DEBITO    PIC X(10).
           05 MAPA-CONTA-CREDITO   PIC X(10).
           05 MAPA-CENTRO-CUSTO    PIC X(6).
           05 MAPA-DATA-VIGENCIA   PIC X(10).

       FD  ARQUIVO-LOG
           RECORDING MODE IS F.
       01  REG-LOG                 PIC X(150).

       FD  ARQUIVO-OPERADORES
           RECORDING MODE IS F.
       01  REG-OPERADOR.
           05 OPER-ID              PIC X(8).
           05 OPER-SENHA           PIC X(8).
           05 OPER-PERFIL          PIC X(1).
           05 OPER-SITUACAO        PIC X(1).
           05 OPER-RESUMO-SENHA    PIC 9(10).
           05 OPER-DATA-SENHA      PIC X(10).
           05 OPER-FALHAS          PIC 9(2).
           05 OPER-ULTIMO-ACESSO   PIC X(10).
           05 OPER-DATA-INCLUSAO   PIC X(10).
           05 OPER-INCLUIDO-POR    PIC X(8).

       FD  ARQUIVO-POLITICA
           RECORDING MODE IS F.
       01  REG-POLITICA.
           05 POL-VALIDADE-DIAS    PIC 9(3).
           05 POL-MAX-FALHAS       PIC 9(2).

       WORKING-STORAGE SECTION.
      * Status dos arquivos
       01 WS-FS-MAPA           PIC X(2) VALUE ZEROS.
       01 WS-FS-LOG            PIC X(2) VALUE ZEROS.

      * Operador responsavel pela sessao de manutencao, validado
      * contra OPERADORES.DAT e carimbado em cada linha do log de
      * alteracoes; tres recusas encerram a sessao
       01 WS-FS-OPERADORES     PIC X(2) VALUE ZEROS.
       01 WS-OPERADOR          PIC X(8) VALUE SPACES.
       01 WS-SIGNON-SENHA      PIC X(8) VALUE SPACES.
       01 WS-SIGNON-OK         PIC X(1) VALUE "N".
       01 WS-SIGNON-TENTATIVAS PIC 9(1) VALUE ZEROS.
       01 WS-FIM-OPERADORES    PIC X(1) VALUE "N".

      * Situacao do operador no sign-on: suspenso, bloqueado por
      * falhas seguidas ou com a senha expirada e recusado; falhas,
      * bloqueio e ultimo acesso sao regravados no cadastro
       01 WS-MOTIVO-SIGNON     PIC X(25) VALUE SPACES.
       01 WS-OPER-ACHADO       PIC X(1) VALUE "N".
       01 WS-FS-POLITICA       PIC X(2) VALUE ZEROS.
       01 WS-VALIDADE-SENHA    PIC 9(3) VALUE 90.
       01 WS-MAX-FALHAS        PIC 9(2) VALUE 5.
       01 WS-SENHA-CONFERE     PIC X(1) VALUE "N".
       01 WS-SENHA-EXPIRADA    PIC X(1) VALUE "N".
       01 WS-SIGNON-DATA       PIC X(10) VALUE SPACES.
       01 WS-SIGNON-DATA-NUM   PIC 9(8) VALUE ZEROS.
       01 WS-DATA-SENHA-NUM    PIC 9(8) VALUE ZEROS.
       01 WS-IDADE-SENHA       PIC S9(7) VALUE ZEROS.
       01 WS-QTD-OPERADORES    PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-OPERADORES.
           05 WS-OPER-IMAGEM   PIC X(68) OCCURS 200 TIMES.
       01 WS-IND-OPERADOR      PIC 9(3) VALUE ZEROS.
       01 WS-OPER-ALTERADO     PIC X(1) VALUE "N".
       01 WS-OPER-EXCEDIDO     PIC X(1) VALUE "N".
       01 WS-RESUMO-ENTRADA    PIC X(16) VALUE SPACES.
       01 WS-RESUMO-ACUM       PIC 9(12) VALUE ZEROS.
       01 WS-RESUMO-SENHA      PIC 9(10) VALUE ZEROS.
       01 WS-IND-RESUMO        PIC 9(2) VALUE ZEROS.
       01 WS-POS-RESUMO        PIC 9(2) VALUE ZEROS.

      * Opcao do menu
       01 WS-OPCAO             PIC X(1) VALUE SPACES.

      * Dados do mapeamento em inclusao (contas em branco no
      * encerramento)
       01 WS-UNIDADE           PIC X(3) VALUE SPACES.
       01 WS-OPERACAO-TXT      PIC X(1) VALUE SPACES.
       01 WS-OPERACAO          PIC 9(1) VALUE ZEROS.
       01 WS-CONTA-DEBITO      PIC X(10) VALUE SPACES.
       01 WS-CONTA-CREDITO     PIC X(10) VALUE SPACES.
       01 WS-CENTRO-CUSTO      PIC X(6) VALUE SPACES.
       01 WS-VIGENCIA-NOVA     PIC X(10) VALUE SPACES.
       01 WS-ACAO-LOG          PIC X(12) VALUE SPACES.
       01 WS-DADOS-OK          PIC X(1) VALUE "N".

      * Data corrente (AAAA-MM-DD) para escolher o mapeamento em
      * vigor na listagem e na mensagem de substituicao
       01 WS-TIMESTAMP-BRUTO   PIC X(21) VALUE SPACES.
       01 WS-DATA-HOJE         PIC X(10) VALUE SPACES.
       01 WS-DATA-HORA         PIC X(19) VALUE SPACES.

      * Varredura do historico: mapeamento em vigor encontrado para a
      * combinacao corrente e controle de duplicidade de vigencia
       01 WS-FIM-MAPA          PIC X(1) VALUE "N".
       01 WS-TEM-VIGENTE       PIC X(1) VALUE "N".
       01 WS-VIG-DEBITO        PIC X(10) VALUE SPACES.
       01 WS-VIG-CREDITO       PIC X(10) VALUE SPACES.
       01 WS-VIG-CENTRO        PIC X(6) VALUE SPACES.
       01 WS-VIG-DATA          PIC X(10) VALUE SPACES.
       01 WS-VIG-DUPLICADA     PIC X(1) VALUE "N".
       01 WS-QTD-LISTADAS      PIC 9(4) VALUE ZEROS.

      * Campo de edicao para exibicao
       01 WS-MARCA-VIGOR       PIC X(12) VALUE SPACES.

      * Linha decorativa
       01 WS-LINHA             PIC X(40) VALUE ALL "=".

       PROCEDURE DIVISION.

      ******************************************************************
      * INICIO - Identifica o operador e repete o menu de manutencao
      *          ate a opcao de saida
      ******************************************************************
       INICIO.
           PERFORM OBTER-DATA-HORA.
           DISPLAY WS-LINHA.
           DISPLAY "   MANUTENCAO DO MAPA CONTABIL - MAPA-CONTAS.DAT".
           DISPLAY WS-LINHA.
           PERFORM IDENTIFICAR-OPERADOR.
           PERFORM EXIBIR-MENU.
           PERFORM UNTIL WS-OPCAO = "0"
               PERFORM EXECUTAR-OPCAO
               PERFORM EXIBIR-MENU
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "Manutencao encerrada.".
           STOP RUN.

      ******************************************************************
      * OBTER-DATA-HORA - Data corrente para a escolha do mapeamento
      *                   em vigor e data/hora para o log de
      *                   alteracoes
      ******************************************************************
       OBTER-DATA-HORA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-BRUTO.
           STRING WS-TIMESTAMP-BRUTO(1:4) "-" WS-TIMESTAMP-BRUTO(5:2)
                  "-" WS-TIMESTAMP-BRUTO(7:2)
                  DELIMITED BY SIZE INTO WS-DATA-HOJE
           END-STRING.
           STRING WS-TIMESTAMP-BRUTO(1:4) "-" WS-TIMESTAMP-BRUTO(5:2)
                  "-" WS-TIMESTAMP-BRUTO(7:2) " "
                  WS-TIMESTAMP-BRUTO(9:2) ":" WS-TIMESTAMP-BRUTO(11:2)
                  ":" WS-TIMESTAMP-BRUTO(13:2)
                  DELIMITED BY SIZE INTO WS-DATA-HORA
           END-STRING.

      ******************************************************************
      * IDENTIFICAR-OPERADOR - Sign-on do operador da sessao contra o
      *                        cadastro OPERADORES.DAT; o log de
      *                        alteracoes exige a identificacao
      *                        validada de quem mexeu na tabela. Tres
      *                        recusas encerram a sessao
      ******************************************************************
       IDENTIFICAR-OPERADOR.
           PERFORM UNTIL WS-SIGNON-OK = "S"
                   OR WS-SIGNON-TENTATIVAS >= 3
               DISPLAY " "
               DISPLAY "Identificacao do operador: "
               ACCEPT WS-OPERADOR
               MOVE FUNCTION UPPER-CASE(WS-OPERADOR) TO WS-OPERADOR
               DISPLAY "Senha: "
               ACCEPT WS-SIGNON-SENHA
               PERFORM VALIDAR-OPERADOR
               IF WS-SIGNON-OK = "N"
                   ADD 1 TO WS-SIGNON-TENTATIVAS
                   DISPLAY "Sign-on recusado ("
                       WS-SIGNON-TENTATIVAS " de 3)."
               END-IF
           END-PERFORM.
           IF WS-SIGNON-OK = "N"
               DISPLAY " "
               DISPLAY "ERRO: tres tentativas de sign-on recusadas "
                   "- manutencao encerrada."
               STOP RUN
           END-IF.

      ******************************************************************
      * VALIDAR-OPERADOR - Procura a identificacao no cadastro de
      *                    operadores e confere situacao, senha e
      *                    validade da senha (CONFERIR-CREDENCIAIS).
      *                    O cadastro e carregado e regravado com as
      *                    falhas, o bloqueio e o ultimo acesso;
      *                    cadastro ausente e fatal
      ******************************************************************
       VALIDAR-OPERADOR.
           MOVE "N" TO WS-SIGNON-OK.
           MOVE "N" TO WS-OPER-ACHADO.
           MOVE "N" TO WS-OPER-ALTERADO.
           MOVE "N" TO WS-OPER-EXCEDIDO.
           MOVE "SIGNON RECUSADO" TO WS-MOTIVO-SIGNON.
           MOVE ZEROS TO WS-QTD-OPERADORES.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-BRUTO.
           MOVE WS-TIMESTAMP-BRUTO(1:8) TO WS-SIGNON-DATA-NUM.
           STRING WS-TIMESTAMP-BRUTO(1:4) "-" WS-TIMESTAMP-BRUTO(5:2)
                  "-" WS-TIMESTAMP-BRUTO(7:2)
                  DELIMITED BY SIZE INTO WS-SIGNON-DATA
           END-STRING.
           PERFORM CARREGAR-POLITICA-SENHA.
           OPEN INPUT ARQUIVO-OPERADORES.
           IF WS-FS-OPERADORES NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "OPERADORES.DAT (status " WS-FS-OPERADORES ") - "
                   "sign-on indisponivel."
               STOP RUN
           END-IF.
           MOVE "N" TO WS-FIM-OPERADORES.
           PERFORM UNTIL WS-FIM-OPERADORES = "S"
               READ ARQUIVO-OPERADORES
                   AT END
                       MOVE "S" TO WS-FIM-OPERADORES
                   NOT AT END
                       IF OPER-ID = WS-OPERADOR
                               AND WS-OPER-ACHADO = "N"
                           MOVE "S" TO WS-OPER-ACHADO
                           PERFORM CONFERIR-CREDENCIAIS
                       END-IF
                       PERFORM GUARDAR-OPERADOR
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-OPERADORES.
           IF WS-OPER-ALTERADO = "S"
               PERFORM REGRAVAR-OPERADORES
           END-IF.
           IF WS-MOTIVO-SIGNON NOT = "SIGNON RECUSADO"
               DISPLAY "AVISO: " WS-MOTIVO-SIGNON " - regularize o "
                   "cadastro na MANOPER."
           END-IF.

      ******************************************************************
      * CARREGAR-POLITICA-SENHA - Validade da senha em dias e falhas
      *                           seguidas ate o bloqueio (mesma
      *                           politica da MANOPER); campo fora do
      *                           layout numerico mantem o padrao
      ******************************************************************
       CARREGAR-POLITICA-SENHA.
           OPEN INPUT ARQUIVO-POLITICA.
           IF WS-FS-POLITICA = "00"
               READ ARQUIVO-POLITICA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF POL-VALIDADE-DIAS IS NUMERIC
                               AND POL-VALIDADE-DIAS > ZEROS
                           MOVE POL-VALIDADE-DIAS
                               TO WS-VALIDADE-SENHA
                       END-IF
                       IF POL-MAX-FALHAS IS NUMERIC
                               AND POL-MAX-FALHAS > ZEROS
                           MOVE POL-MAX-FALHAS TO WS-MAX-FALHAS
                       END-IF
               END-READ
               CLOSE ARQUIVO-POLITICA
           END-IF.

      ******************************************************************
      * CONFERIR-CREDENCIAIS - Situacao, senha e validade do operador
      *                        corrente do cadastro. Senha errada soma
      *                        uma falha e a ultima falha permitida
      *                        bloqueia a identificacao; senha certa
      *                        zera as falhas. Linha legada (sem
      *                        resumo) e conferida em claro e
      *                        convertida na hora. Senha expirada ou
      *                        provisoria so e trocada na MANOPER
      ******************************************************************
       CONFERIR-CREDENCIAIS.
           IF OPER-SITUACAO = "S"
               MOVE "OPERADOR SUSPENSO" TO WS-MOTIVO-SIGNON
           ELSE IF OPER-SITUACAO = "B"
               MOVE "OPERADOR BLOQUEADO" TO WS-MOTIVO-SIGNON
           ELSE
               MOVE "N" TO WS-SENHA-CONFERE
               MOVE SPACES TO WS-RESUMO-ENTRADA
               STRING OPER-ID WS-SIGNON-SENHA
                      DELIMITED BY SIZE INTO WS-RESUMO-ENTRADA
               END-STRING
               PERFORM CALCULAR-RESUMO-SENHA
               IF OPER-RESUMO-SENHA IS NUMERIC
                   IF OPER-RESUMO-SENHA = WS-RESUMO-SENHA
                       MOVE "S" TO WS-SENHA-CONFERE
                   END-IF
               ELSE
                   IF OPER-SENHA = WS-SIGNON-SENHA
                           AND OPER-SENHA NOT = SPACES
                       MOVE "S" TO WS-SENHA-CONFERE
                       MOVE WS-RESUMO-SENHA TO OPER-RESUMO-SENHA
                       MOVE SPACES TO OPER-SENHA
                       MOVE "A" TO OPER-SITUACAO
                       MOVE WS-SIGNON-DATA TO OPER-DATA-SENHA
                   END-IF
               END-IF
               IF OPER-FALHAS IS NOT NUMERIC
                   MOVE ZEROS TO OPER-FALHAS
               END-IF
               MOVE "S" TO WS-OPER-ALTERADO
               IF WS-SENHA-CONFERE = "N"
                   ADD 1 TO OPER-FALHAS
                   IF OPER-FALHAS >= WS-MAX-FALHAS
                       MOVE "B" TO OPER-SITUACAO
                       MOVE "BLOQUEIO POR FALHAS" TO WS-MOTIVO-SIGNON
                   END-IF
               ELSE
                   MOVE ZEROS TO OPER-FALHAS
                   PERFORM CONFERIR-VALIDADE-SENHA
                   IF WS-SENHA-EXPIRADA = "S"
                       MOVE "SENHA EXPIRADA" TO WS-MOTIVO-SIGNON
                   ELSE
                       MOVE WS-SIGNON-DATA TO OPER-ULTIMO-ACESSO
                       MOVE "S" TO WS-SIGNON-OK
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * CONFERIR-VALIDADE-SENHA - Senha do operador corrente mais
      *                           antiga que a validade da politica,
      *                           ou sem data de troca (provisoria),
      *                           esta expirada
      ******************************************************************
       CONFERIR-VALIDADE-SENHA.
           MOVE "N" TO WS-SENHA-EXPIRADA.
           IF OPER-DATA-SENHA(1:4) IS NOT NUMERIC
                   OR OPER-DATA-SENHA(6:2) IS NOT NUMERIC
                   OR OPER-DATA-SENHA(9:2) IS NOT NUMERIC
               MOVE "S" TO WS-SENHA-EXPIRADA
           ELSE
               COMPUTE WS-DATA-SENHA-NUM =
                   FUNCTION NUMVAL(OPER-DATA-SENHA(1:4)) * 10000
                   + FUNCTION NUMVAL(OPER-DATA-SENHA(6:2)) * 100
                   + FUNCTION NUMVAL(OPER-DATA-SENHA(9:2))
               COMPUTE WS-IDADE-SENHA =
                   FUNCTION INTEGER-OF-DATE(WS-SIGNON-DATA-NUM)
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-SENHA-NUM)
               IF WS-IDADE-SENHA > WS-VALIDADE-SENHA
                       OR WS-IDADE-SENHA < ZEROS
                   MOVE "S" TO WS-SENHA-EXPIRADA
               END-IF
           END-IF.

      ******************************************************************
      * CALCULAR-RESUMO-SENHA - Resumo numerico de WS-RESUMO-ENTRADA
      *                         (identificacao seguida da senha), o
      *                         mesmo calculo da MANOPER: duas voltas
      *                         sobre os 16 bytes, cada byte pesado
      *                         pela posicao, modulo 9999999967
      ******************************************************************
       CALCULAR-RESUMO-SENHA.
           MOVE 5381 TO WS-RESUMO-ACUM.
           PERFORM VARYING WS-IND-RESUMO FROM 1 BY 1
                   UNTIL WS-IND-RESUMO > 32
               COMPUTE WS-POS-RESUMO =
                   FUNCTION MOD(WS-IND-RESUMO - 1, 16) + 1
               COMPUTE WS-RESUMO-ACUM = FUNCTION MOD(
                   WS-RESUMO-ACUM * 33
                   + FUNCTION ORD(WS-RESUMO-ENTRADA(WS-POS-RESUMO:1))
                   * (WS-IND-RESUMO + 7), 9999999967)
           END-PERFORM.
           MOVE WS-RESUMO-ACUM TO WS-RESUMO-SENHA.

      ******************************************************************
      * GUARDAR-OPERADOR - Linha corrente do cadastro para a tabela de
      *                    regravacao
      ******************************************************************
       GUARDAR-OPERADOR.
           IF WS-QTD-OPERADORES >= 200
               MOVE "S" TO WS-OPER-EXCEDIDO
           ELSE
               ADD 1 TO WS-QTD-OPERADORES
               MOVE REG-OPERADOR TO WS-OPER-IMAGEM(WS-QTD-OPERADORES)
           END-IF.

      ******************************************************************
      * REGRAVAR-OPERADORES - Regrava o cadastro a partir da tabela;
      *                       cadastro maior que a tabela nao e
      *                       regravado (a contagem de falhas se perde
      *                       com aviso, mas nenhuma linha e perdida)
      ******************************************************************
       REGRAVAR-OPERADORES.
           IF WS-OPER-EXCEDIDO = "S"
               DISPLAY "AVISO: cadastro com mais de 200 operadores - "
                   "OPERADORES.DAT nao regravado."
           ELSE
               OPEN OUTPUT ARQUIVO-OPERADORES
               IF WS-FS-OPERADORES NOT = "00"
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: nao foi possivel regravar "
                       "OPERADORES.DAT (status " WS-FS-OPERADORES ")."
                   STOP RUN
               END-IF
               PERFORM VARYING WS-IND-OPERADOR FROM 1 BY 1
                       UNTIL WS-IND-OPERADOR > WS-QTD-OPERADORES
                   MOVE WS-OPER-IMAGEM(WS-IND-OPERADOR) TO REG-OPERADOR
                   WRITE REG-OPERADOR
                   IF WS-FS-OPERADORES NOT = "00"
                       DISPLAY " "
                       DISPLAY "ERRO FATAL: falha ao gravar "
                           "OPERADORES.DAT (status " WS-FS-OPERADORES
                           ")."
                       STOP RUN
                   END-IF
               END-PERFORM
               CLOSE ARQUIVO-OPERADORES
           END-IF.

      ******************************************************************
      * EXIBIR-MENU - Opcoes da manutencao
      ******************************************************************
       EXIBIR-MENU.
           DISPLAY " ".
           DISPLAY "Escolha a opcao:".
           DISPLAY "  1 - Incluir/substituir mapeamento "
               "(nova vigencia)".
           DISPLAY "  2 - Encerrar mapeamento (vigencia sem contas)".
           DISPLAY "  3 - Listar historico do mapa".
           DISPLAY "  0 - Sair".
           DISPLAY " ".
           DISPLAY "Digite sua opcao (0 a 3): ".
           ACCEPT WS-OPCAO.

      ******************************************************************
      * EXECUTAR-OPCAO - Despacha a opcao escolhida no menu
      ******************************************************************
       EXECUTAR-OPCAO.
           IF WS-OPCAO = "1"
               PERFORM INCLUIR-MAPEAMENTO
           ELSE IF WS-OPCAO = "2"
               PERFORM ENCERRAR-MAPEAMENTO
           ELSE IF WS-OPCAO = "3"
               PERFORM LISTAR-HISTORICO
           ELSE
               DISPLAY "Opcao invalida! Tente novamente."
           END-IF.

      ******************************************************************
      * INCLUIR-MAPEAMENTO - Acrescenta uma nova vigencia ao historico
      *                      da combinacao unidade/operacao. O
      *                      mapeamento anterior nao e tocado: a
      *                      substituicao e por vigencia. Uma vigencia
      *                      ja existente para a combinacao e recusada
      *                      para o historico nao ficar ambiguo
      ******************************************************************
       INCLUIR-MAPEAMENTO.
           PERFORM LER-CHAVE-MAPEAMENTO.
           IF WS-DADOS-OK = "S"
               PERFORM LER-CONTAS-MAPEAMENTO
           END-IF.
           IF WS-DADOS-OK = "S"
               PERFORM LER-VIGENCIA-NOVA
           END-IF.
           IF WS-DADOS-OK = "S"
               PERFORM CONFERIR-HISTORICO-MAPA
               IF WS-VIG-DUPLICADA = "S"
                   DISPLAY "ERRO: ja existe mapeamento de " WS-UNIDADE
                       "/" WS-OPERACAO " com vigencia "
                       WS-VIGENCIA-NOVA " - nada gravado."
               ELSE
                   IF WS-TEM-VIGENTE = "S"
                           AND WS-VIG-DEBITO NOT = SPACES
                       DISPLAY "Substitui D " WS-VIG-DEBITO " C "
                           WS-VIG-CREDITO " CC " WS-VIG-CENTRO
                           " vigente desde " WS-VIG-DATA "."
                   ELSE
                       DISPLAY "Sem mapeamento em vigor hoje para "
                           WS-UNIDADE "/" WS-OPERACAO "."
                   END-IF
                   MOVE "INCLUSAO" TO WS-ACAO-LOG
                   PERFORM GRAVAR-MAPEAMENTO-NOVO
                   PERFORM GRAVAR-LOG-ALTERACAO
               END-IF
           END-IF.

      ******************************************************************
      * ENCERRAR-MAPEAMENTO - Grava uma vigencia com as contas em
      *                       branco: a partir dela os calculos da
      *                       combinacao ficam sem mapeamento e fora do
      *                       diario. So encerra combinacao com
      *                       mapeamento em vigor
      ******************************************************************
       ENCERRAR-MAPEAMENTO.
           PERFORM LER-CHAVE-MAPEAMENTO.
           IF WS-DADOS-OK = "S"
               PERFORM LER-VIGENCIA-NOVA
           END-IF.
           IF WS-DADOS-OK = "S"
               MOVE SPACES TO WS-CONTA-DEBITO
               MOVE SPACES TO WS-CONTA-CREDITO
               MOVE SPACES TO WS-CENTRO-CUSTO
               PERFORM CONFERIR-HISTORICO-MAPA
               IF WS-VIG-DUPLICADA = "S"
                   DISPLAY "ERRO: ja existe mapeamento de " WS-UNIDADE
                       "/" WS-OPERACAO " com vigencia "
                       WS-VIGENCIA-NOVA " - nada gravado."
               ELSE IF WS-TEM-VIGENTE = "N"
                       OR WS-VIG-DEBITO = SPACES
                   DISPLAY "ERRO: " WS-UNIDADE "/" WS-OPERACAO
                       " nao tem mapeamento em vigor - nada gravado."
               ELSE
                   MOVE "ENCERRAMENTO" TO WS-ACAO-LOG
                   PERFORM GRAVAR-MAPEAMENTO-NOVO
                   PERFORM GRAVAR-LOG-ALTERACAO
               END-IF
           END-IF.

      ******************************************************************
      * LER-CHAVE-MAPEAMENTO - Pede e valida a unidade e a operacao
      *                        (1 a 8, as operacoes da CALCULADORA)
      ******************************************************************
       LER-CHAVE-MAPEAMENTO.
           MOVE "N" TO WS-DADOS-OK.
           DISPLAY " ".
           DISPLAY "Codigo da unidade (ex.: USD): ".
           MOVE SPACES TO WS-UNIDADE.
           ACCEPT WS-UNIDADE.
           MOVE FUNCTION UPPER-CASE(WS-UNIDADE) TO WS-UNIDADE.
           DISPLAY "Operacao (1 a 8): ".
           MOVE SPACES TO WS-OPERACAO-TXT.
           ACCEPT WS-OPERACAO-TXT.
           IF WS-UNIDADE = SPACES
               DISPLAY "ERRO: unidade obrigatoria."
           ELSE IF WS-OPERACAO-TXT IS NOT NUMERIC
                   OR WS-OPERACAO-TXT < "1"
                   OR WS-OPERACAO-TXT > "8"
               DISPLAY "ERRO: operacao invalida (" WS-OPERACAO-TXT
                   ") - use 1 a 8."
           ELSE
               MOVE WS-OPERACAO-TXT TO WS-OPERACAO
               MOVE "S" TO WS-DADOS-OK
           END-IF.

      ******************************************************************
      * LER-CONTAS-MAPEAMENTO - Pede as contas de debito e de credito
      *                         (obrigatorias e diferentes entre si) e
      *                         o centro de custo (obrigatorio)
      ******************************************************************
       LER-CONTAS-MAPEAMENTO.
           MOVE "N" TO WS-DADOS-OK.
           DISPLAY "Conta de debito: ".
           MOVE SPACES TO WS-CONTA-DEBITO.
           ACCEPT WS-CONTA-DEBITO.
           MOVE FUNCTION UPPER-CASE(WS-CONTA-DEBITO) TO WS-CONTA-DEBITO.
           DISPLAY "Conta de credito: ".
           MOVE SPACES TO WS-CONTA-CREDITO.
           ACCEPT WS-CONTA-CREDITO.
           MOVE FUNCTION UPPER-CASE(WS-CONTA-CREDITO)
               TO WS-CONTA-CREDITO.
           DISPLAY "Centro de custo: ".
           MOVE SPACES TO WS-CENTRO-CUSTO.
           ACCEPT WS-CENTRO-CUSTO.
           MOVE FUNCTION UPPER-CASE(WS-CENTRO-CUSTO) TO WS-CENTRO-CUSTO.
           IF WS-CONTA-DEBITO = SPACES OR WS-CONTA-CREDITO = SPACES
               DISPLAY "ERRO: contas de debito e de credito "
                   "obrigatorias (para encerrar use a opcao 2)."
           ELSE IF WS-CONTA-DEBITO = WS-CONTA-CREDITO
               DISPLAY "ERRO: conta de debito igual a de credito ("
                   WS-CONTA-DEBITO ")."
           ELSE IF WS-CENTRO-CUSTO = SPACES
               DISPLAY "ERRO: centro de custo obrigatorio."
           ELSE
               MOVE "S" TO WS-DADOS-OK
           END-IF.

      ******************************************************************
      * LER-VIGENCIA-NOVA - Pede e valida a data de vigencia no
      *                     formato AAAA-MM-DD
      ******************************************************************
       LER-VIGENCIA-NOVA.
           MOVE "N" TO WS-DADOS-OK.
           MOVE SPACES TO WS-VIGENCIA-NOVA.
           DISPLAY "Data de vigencia (AAAA-MM-DD): ".
           ACCEPT WS-VIGENCIA-NOVA.
           IF WS-VIGENCIA-NOVA(1:4) IS NOT NUMERIC
                   OR WS-VIGENCIA-NOVA(5:1) NOT = "-"
                   OR WS-VIGENCIA-NOVA(6:2) IS NOT NUMERIC
                   OR WS-VIGENCIA-NOVA(8:1) NOT = "-"
                   OR WS-VIGENCIA-NOVA(9:2) IS NOT NUMERIC
               DISPLAY "ERRO: vigencia invalida ("
                   WS-VIGENCIA-NOVA ") - use AAAA-MM-DD."
               MOVE SPACES TO WS-VIGENCIA-NOVA
           ELSE
               MOVE "S" TO WS-DADOS-OK
           END-IF.

      ******************************************************************
      * CONFERIR-HISTORICO-MAPA - Varre o historico da combinacao:
      *                           acha o mapeamento em vigor hoje e
      *                           detecta vigencia duplicada com a da
      *                           inclusao corrente (em branco na
      *                           listagem, que so quer o vigente)
      ******************************************************************
       CONFERIR-HISTORICO-MAPA.
           MOVE "N" TO WS-TEM-VIGENTE.
           MOVE "N" TO WS-VIG-DUPLICADA.
           MOVE SPACES TO WS-VIG-DATA.
           MOVE SPACES TO WS-VIG-DEBITO.
           MOVE SPACES TO WS-VIG-CREDITO.
           MOVE SPACES TO WS-VIG-CENTRO.
           OPEN INPUT ARQUIVO-MAPA.
           IF WS-FS-MAPA NOT = "00"
               CONTINUE
           ELSE
               MOVE "N" TO WS-FIM-MAPA
               PERFORM UNTIL WS-FIM-MAPA = "S"
                   READ ARQUIVO-MAPA
                       AT END
                           MOVE "S" TO WS-FIM-MAPA
                       NOT AT END
                           PERFORM CONFERIR-LINHA-HISTORICO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MAPA
           END-IF.

      ******************************************************************
      * CONFERIR-LINHA-HISTORICO - Classifica uma linha do historico
      *                            na conferencia da inclusao
      ******************************************************************
       CONFERIR-LINHA-HISTORICO.
           IF MAPA-UNIDADE = WS-UNIDADE
                   AND MAPA-OPERACAO = WS-OPERACAO
               IF MAPA-DATA-VIGENCIA = WS-VIGENCIA-NOVA
                   MOVE "S" TO WS-VIG-DUPLICADA
               END-IF
               IF MAPA-DATA-VIGENCIA <= WS-DATA-HOJE
                       AND (WS-TEM-VIGENTE = "N"
                           OR MAPA-DATA-VIGENCIA > WS-VIG-DATA)
                   MOVE "S" TO WS-TEM-VIGENTE
                   MOVE MAPA-CONTA-DEBITO TO WS-VIG-DEBITO
                   MOVE MAPA-CONTA-CREDITO TO WS-VIG-CREDITO
                   MOVE MAPA-CENTRO-CUSTO TO WS-VIG-CENTRO
                   MOVE MAPA-DATA-VIGENCIA TO WS-VIG-DATA
               END-IF
           END-IF.

      ******************************************************************
      * GRAVAR-MAPEAMENTO-NOVO - Acrescenta a nova vigencia ao
      *                          historico em MAPA-CONTAS.DAT, criando
      *                          o arquivo na primeira inclusao
      ******************************************************************
       GRAVAR-MAPEAMENTO-NOVO.
           OPEN EXTEND ARQUIVO-MAPA.
           IF WS-FS-MAPA = "35"
               OPEN OUTPUT ARQUIVO-MAPA
           END-IF.
           IF WS-FS-MAPA NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "MAPA-CONTAS.DAT (status " WS-FS-MAPA ")."
               STOP RUN
           END-IF.
           MOVE WS-UNIDADE TO MAPA-UNIDADE.
           MOVE WS-OPERACAO TO MAPA-OPERACAO.
           MOVE WS-CONTA-DEBITO TO MAPA-CONTA-DEBITO.
           MOVE WS-CONTA-CREDITO TO MAPA-CONTA-CREDITO.
           MOVE WS-CENTRO-CUSTO TO MAPA-CENTRO-CUSTO.
           MOVE WS-VIGENCIA-NOVA TO MAPA-DATA-VIGENCIA.
           WRITE REG-MAPA.
           IF WS-FS-MAPA NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar MAPA-CONTAS.DAT "
                   "(status " WS-FS-MAPA ")."
               STOP RUN
           END-IF.
           CLOSE ARQUIVO-MAPA.
           IF WS-CONTA-DEBITO = SPACES
               DISPLAY "Mapeamento " WS-UNIDADE "/" WS-OPERACAO
                   " encerrado a partir de " WS-VIGENCIA-NOVA "."
           ELSE
               DISPLAY "Mapeamento gravado: " WS-UNIDADE "/"
                   WS-OPERACAO " D " WS-CONTA-DEBITO " C "
                   WS-CONTA-CREDITO " CC " WS-CENTRO-CUSTO
                   " vigencia " WS-VIGENCIA-NOVA "."
           END-IF.

      ******************************************************************
      * GRAVAR-LOG-ALTERACAO - Uma linha no log de alteracoes por
      *                        inclusao ou encerramento, com data/hora
      *                        e operador, para a trilha dos auditores
      ******************************************************************
       GRAVAR-LOG-ALTERACAO.
           PERFORM OBTER-DATA-HORA.
           OPEN EXTEND ARQUIVO-LOG.
           IF WS-FS-LOG = "35"
               OPEN OUTPUT ARQUIVO-LOG
           END-IF.
           IF WS-FS-LOG NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "MAPA-CONTAS-LOG.DAT (status " WS-FS-LOG ")."
               STOP RUN
           END-IF.
           MOVE SPACES TO REG-LOG.
           STRING WS-DATA-HORA
                  " OPERADOR=" WS-OPERADOR
                  " ACAO=" WS-ACAO-LOG
                  " UN=" WS-UNIDADE
                  " OP=" WS-OPERACAO
                  " DEBITO=" WS-CONTA-DEBITO
                  " CREDITO=" WS-CONTA-CREDITO
                  " CC=" WS-CENTRO-CUSTO
                  " VIGENCIA=" WS-VIGENCIA-NOVA
                  DELIMITED BY SIZE INTO REG-LOG
           END-STRING.
           WRITE REG-LOG.
           IF WS-FS-LOG NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar "
                   "MAPA-CONTAS-LOG.DAT (status " WS-FS-LOG ")."
               STOP RUN
           END-IF.
           CLOSE ARQUIVO-LOG.

      ******************************************************************
      * LISTAR-HISTORICO - Lista o historico do mapa; com unidade e
      *                    operacao informadas, marca a vigencia em
      *                    vigor hoje
      ******************************************************************
       LISTAR-HISTORICO.
           DISPLAY " ".
           DISPLAY "Unidade a listar (em branco = todas): ".
           MOVE SPACES TO WS-UNIDADE.
           ACCEPT WS-UNIDADE.
           MOVE FUNCTION UPPER-CASE(WS-UNIDADE) TO WS-UNIDADE.
           MOVE SPACES TO WS-OPERACAO-TXT.
           IF WS-UNIDADE NOT = SPACES
               DISPLAY "Operacao (1 a 8, em branco = todas): "
               ACCEPT WS-OPERACAO-TXT
           END-IF.
           MOVE "N" TO WS-TEM-VIGENTE.
           IF WS-OPERACAO-TXT IS NUMERIC
      * Primeira passagem: acha a vigencia em vigor hoje para marcar
      * a linha correspondente na listagem
               MOVE WS-OPERACAO-TXT TO WS-OPERACAO
               MOVE SPACES TO WS-VIGENCIA-NOVA
               PERFORM CONFERIR-HISTORICO-MAPA
           END-IF.
           OPEN INPUT ARQUIVO-MAPA.
           IF WS-FS-MAPA NOT = "00"
               DISPLAY "MAPA-CONTAS.DAT nao encontrado - mapa vazio."
           ELSE
               DISPLAY " "
               DISPLAY WS-LINHA WS-LINHA
               DISPLAY "UN  OP  DEBITO      CREDITO     CC      "
                   "VIGENCIA"
               DISPLAY WS-LINHA WS-LINHA
               MOVE ZEROS TO WS-QTD-LISTADAS
               MOVE "N" TO WS-FIM-MAPA
               PERFORM UNTIL WS-FIM-MAPA = "S"
                   READ ARQUIVO-MAPA
                       AT END
                           MOVE "S" TO WS-FIM-MAPA
                       NOT AT END
                           PERFORM LISTAR-LINHA-HISTORICO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MAPA
               DISPLAY WS-LINHA WS-LINHA
               DISPLAY WS-QTD-LISTADAS " linha(s) listada(s)."
           END-IF.

      ******************************************************************
      * LISTAR-LINHA-HISTORICO - Exibe uma linha do historico quando
      *                          ela atende ao filtro de unidade e
      *                          operacao
      ******************************************************************
       LISTAR-LINHA-HISTORICO.
           IF (WS-UNIDADE = SPACES OR MAPA-UNIDADE = WS-UNIDADE)
                   AND (WS-OPERACAO-TXT IS NOT NUMERIC
                       OR MAPA-OPERACAO = WS-OPERACAO)
               ADD 1 TO WS-QTD-LISTADAS
               MOVE SPACES TO WS-MARCA-VIGOR
               IF WS-TEM-VIGENTE = "S"
                       AND MAPA-DATA-VIGENCIA = WS-VIG-DATA
                   MOVE "<< EM VIGOR" TO WS-MARCA-VIGOR
               END-IF
               IF MAPA-CONTA-DEBITO = SPACES
                   DISPLAY MAPA-UNIDADE " " MAPA-OPERACAO "   "
                       "(encerrado)            " "        "
                       MAPA-DATA-VIGENCIA "  " WS-MARCA-VIGOR
               ELSE
                   DISPLAY MAPA-UNIDADE " " MAPA-OPERACAO "   "
                       MAPA-CONTA-DEBITO "  " MAPA-CONTA-CREDITO
                       "  " MAPA-CENTRO-CUSTO "  "
                       MAPA-DATA-VIGENCIA "  " WS-MARCA-VIGOR
               END-IF
           END-IF.
