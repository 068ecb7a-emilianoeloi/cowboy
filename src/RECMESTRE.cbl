      ******************************************************************
      * Programa: RECMESTRE
      * Descrição: Recuperacao do arquivo mestre de calculos
      *            (CALC-MESTRE.DAT) a partir da trilha de auditoria.
      *            Monta a imagem esperada do mestre vivo com as
      *            linhas de calculo da trilha permanente, das
      *            geracoes diarias ainda nao consolidadas e dos
      *            arquivos mortos da auditoria, aplica as marcas de
      *            estorno das linhas do ESTCALC, retira os calculos
      *            ja movidos pelo ARQCALC para os arquivos mortos do
      *            mestre e toma os valores exatos da interface
      *            contabil. No modo R (reconstrucao) regrava o mestre
      *            com essa imagem; no modo V (conferencia) compara o
      *            mestre vivo com ela e aponta registros faltantes,
      *            excedentes e divergentes. Nos dois modos confere se
      *            SEQ-ULTIMO-CALC-ID de CALC-SEQ.DAT nao ficou abaixo
      *            do maior ID encontrado. Defeito devolve codigo de
      *            retorno 8; reconstrucao com valores so da auditoria
      *            devolve 4
      * Autor: Copilot Agent
      * Data: 2026
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECMESTRE.
       AUTHOR. COPILOT-AGENT.
       DATE-WRITTEN. 2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. PC.
       OBJECT-COMPUTER. PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Controle de execucao preparado pelo escalonador, o mesmo da
      * CALCULADORA: a data de negocio limita a procura das geracoes
      * diarias
           SELECT ARQUIVO-CONTROLE ASSIGN TO "CONTROLE-EXECUCAO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.
      * Datas ja consolidadas pelo CONSOLIDA: as geracoes diarias
      * posteriores a ultima delas ainda nao estao na trilha
      * permanente
           SELECT ARQUIVO-CONSOLIDADOS ASSIGN TO "CONSOLIDADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONSOLIDADOS.
      * Catalogo dos arquivos mortos do mestre gravado pelo ARQCALC;
      * o arquivo morto da auditoria do mesmo corte tem o mesmo
      * sufixo de data
           SELECT ARQUIVO-CATALOGO ASSIGN TO "CALC-MESTRE-ARQ.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CATALOGO.
      * Trilha de auditoria lida no momento: arquivo morto, trilha
      * permanente ou geracao diaria, todas no mesmo layout
           SELECT ARQUIVO-TRILHA ASSIGN TO WS-NOME-TRILHA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-TRILHA.
      * Interface contabil lida no momento: historico permanente ou
      * geracao diaria
           SELECT ARQUIVO-INTERFACE ASSIGN TO WS-NOME-INTERFACE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INTERFACE.
      * Arquivo morto do mestre lido no momento (CALC-MESTRE-
      * AAAAMMDD.ARQ)
           SELECT ARQUIVO-MESTRE-ARQ ASSIGN TO WS-NOME-MESTRE-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-MESTRE-ARQ.
      * Imagem esperada do mestre vivo, montada antes de qualquer
      * gravacao no mestre: a reconstrucao so trunca CALC-MESTRE.DAT
      * depois que a imagem inteira foi montada
           SELECT ARQUIVO-TRABALHO ASSIGN TO "RECMESTRE-TRAB.TMP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRB-CALC-ID
               FILE STATUS IS WS-FS-TRABALHO.
           SELECT ARQUIVO-MESTRE ASSIGN TO "CALC-MESTRE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CALC-ID
               FILE STATUS IS WS-FS-MESTRE.
           SELECT ARQUIVO-SEQUENCIA ASSIGN TO "CALC-SEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SEQUENCIA.
           SELECT ARQUIVO-RELATORIO ASSIGN TO "RELATORIO-MESTRE.TXT"
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

       FD  ARQUIVO-CONSOLIDADOS
           RECORDING MODE IS F.
       01  REG-CONSOLIDADO.
           05 CONS-DATA            PIC X(10).

       FD  ARQUIVO-CATALOGO
           RECORDING MODE IS F.
       01  REG-CATALOGO.
           05 CAT-NOME-ARQUIVO     PIC X(30).

      * Linha de auditoria no layout gravado por GRAVAR-AUDITORIA:
      * data/hora (1:19), "OP=" (21:3), operacao (24:1), N1 (29:11),
      * N2 (44:11), RESULTADO editado (66:20), UNIDADE (90:3),
      * " ID=" (93:4), ID (97:9) e OPER (125:8). A contrapartida do
      * ESTCALC anota " ESTORNO-DE=" (133:12) e o ID original
      * (145:9); o encadeamento da trilha ocupa de 241 a 267
       FD  ARQUIVO-TRILHA
           RECORDING MODE IS F.
       01  REG-TRILHA              PIC X(267).

      * Interface no layout de REG-INTERFACE da CALCULADORA, com os
      * registros de controle H/T do envelope
       FD  ARQUIVO-INTERFACE
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

      * Imagem sequencial do registro do mestre gravada pelo ARQCALC
       FD  ARQUIVO-MESTRE-ARQ
           RECORDING MODE IS F.
       01  REG-MESTRE-ARQ          PIC X(120).

      * Registro esperado: a imagem de REG-MESTRE seguida da origem
      * dos valores (I=interface, exatos; A=auditoria, editados)
       FD  ARQUIVO-TRABALHO.
       01  REG-TRABALHO.
           05 TRB-CALC-ID          PIC 9(9).
           05 TRB-CORPO            PIC X(105).
           05 TRB-FONTE            PIC X(1).

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

       FD  ARQUIVO-SEQUENCIA
           RECORDING MODE IS F.
       01  REG-SEQUENCIA.
           05 SEQ-ULTIMO-CALC-ID   PIC 9(9).
           05 SEQ-ULTIMO-ARQUIVO   PIC 9(6).

      * Relatorio impresso, formato de impressora de 132 colunas
       FD  ARQUIVO-RELATORIO
           RECORDING MODE IS F.
       01  REG-RELATORIO           PIC X(132).

       WORKING-STORAGE SECTION.
      * Status dos arquivos
       01 WS-FS-CONTROLE       PIC X(2) VALUE ZEROS.
       01 WS-FS-CONSOLIDADOS   PIC X(2) VALUE ZEROS.
       01 WS-FS-CATALOGO       PIC X(2) VALUE ZEROS.
       01 WS-FS-TRILHA         PIC X(2) VALUE ZEROS.
       01 WS-FS-INTERFACE      PIC X(2) VALUE ZEROS.
       01 WS-FS-MESTRE-ARQ     PIC X(2) VALUE ZEROS.
       01 WS-FS-TRABALHO       PIC X(2) VALUE ZEROS.
       01 WS-FS-MESTRE         PIC X(2) VALUE ZEROS.
       01 WS-FS-SEQUENCIA      PIC X(2) VALUE ZEROS.
       01 WS-FS-RELATORIO      PIC X(2) VALUE ZEROS.

      * Modo de execucao: R=reconstrucao, V=conferencia
       01 WS-MODO              PIC X(1) VALUE SPACE.
       01 WS-CONFIRMA          PIC X(1) VALUE SPACE.

      * Data de negocio (controle do escalonador ou a data corrente)
      * e ultima data consolidada
       01 WS-DATA-NEGOCIO      PIC X(10) VALUE SPACES.
       01 WS-ULTIMA-CONSOLIDADA PIC X(10) VALUE SPACES.

      * Janela de datas das geracoes diarias procuradas: do dia
      * seguinte a ultima consolidacao ate a data de negocio; sem
      * consolidacao registrada, os ultimos WS-JANELA-PADRAO dias. A
      * procura nunca recua mais que WS-JANELA-MAXIMA dias
       01 WS-JANELA-PADRAO     PIC 9(3) VALUE 31.
       01 WS-JANELA-MAXIMA     PIC 9(3) VALUE 366.
       01 WS-DATA-NUM          PIC 9(8) VALUE ZEROS.
       01 WS-DIAS-NEGOCIO      PIC S9(9) VALUE ZEROS.
       01 WS-DIAS-INICIO       PIC S9(9) VALUE ZEROS.
       01 WS-DIAS-CORRENTE     PIC S9(9) VALUE ZEROS.

      * Fontes a ler, na ordem cronologica: trilhas de auditoria
      * (arquivos mortos, trilha permanente, geracoes diarias), com a
      * indicacao de presenca obrigatoria; interfaces (historico
      * permanente e geracoes diarias); arquivos mortos do mestre
       01 WS-QTD-TRILHAS       PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-TRILHAS.
           05 WS-TRL-ENTRADA OCCURS 500 TIMES.
               10 WS-TRL-NOME      PIC X(30).
               10 WS-TRL-OBRIGATORIA PIC X(1).
       01 WS-IND-TRILHA        PIC 9(3) VALUE ZEROS.
       01 WS-QTD-INTERFACES    PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-INTERFACES.
           05 WS-ITF-NOME OCCURS 500 TIMES PIC X(30).
       01 WS-IND-INTERFACE     PIC 9(3) VALUE ZEROS.
       01 WS-QTD-MORTOS        PIC 9(3) VALUE ZEROS.
       01 WS-TABELA-MORTOS.
           05 WS-MRT-NOME OCCURS 200 TIMES PIC X(30).
       01 WS-IND-MORTO         PIC 9(3) VALUE ZEROS.
       01 WS-FONTES-EXCEDIDAS  PIC X(1) VALUE "N".
       01 WS-NOVA-OBRIGATORIA  PIC X(1) VALUE "N".

      * Nomes dos arquivos abertos no momento
       01 WS-NOME-TRILHA       PIC X(30) VALUE SPACES.
       01 WS-NOME-INTERFACE    PIC X(30) VALUE SPACES.
       01 WS-NOME-MESTRE-ARQ   PIC X(30) VALUE SPACES.

      * Passagem pelas trilhas: 1=calculos, 2=marcas de estorno (a
      * contrapartida pode estar numa fonte lida antes da fonte do
      * calculo original)
       01 WS-PASSAGEM          PIC 9(1) VALUE ZEROS.
       01 WS-FIM-ARQUIVO       PIC X(1) VALUE "N".
       01 WS-FIM-MESTRE        PIC X(1) VALUE "N".
       01 WS-MESTRE-ABERTO     PIC X(1) VALUE "N".
       01 WS-LINHAS-FONTE      PIC 9(7) VALUE ZEROS.

      * Campos extraidos da linha de auditoria corrente
       01 WS-AUD-ID            PIC 9(9) VALUE ZEROS.
       01 WS-AUD-ID-ORIG       PIC 9(9) VALUE ZEROS.
       01 WS-MAIOR-ID          PIC 9(9) VALUE ZEROS.

      * Registro do mestre em montagem ou em conferencia
       01 WS-MESTRE-MONTADO.
           05 WS-MTD-CALC-ID       PIC 9(9).
           05 WS-MTD-OPERACAO      PIC 9(1).
           05 WS-MTD-NUMERO-1      PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05 WS-MTD-NUMERO-2      PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
           05 WS-MTD-UNIDADE       PIC X(3).
           05 WS-MTD-RESULTADO     PIC S9(14)V9(6)
                                      SIGN LEADING SEPARATE.
           05 WS-MTD-RESULTADO-BASE PIC S9(14)V9(6)
                                      SIGN LEADING SEPARATE.
           05 WS-MTD-DATA-HORA     PIC X(19).
           05 WS-MTD-OPERADOR      PIC X(8).
           05 WS-MTD-SITUACAO      PIC X(1).
           05 WS-MTD-ESTORNO-ID    PIC 9(9).

      * Contagens da montagem da imagem esperada
       01 WS-CONT-FONTES       PIC 9(5) VALUE ZEROS.
       01 WS-CONT-CALCULOS     PIC 9(7) VALUE ZEROS.
       01 WS-CONT-REPETIDAS    PIC 9(7) VALUE ZEROS.
       01 WS-CONT-ARQUIVADOS   PIC 9(7) VALUE ZEROS.
       01 WS-CONT-ESTORNOS     PIC 9(7) VALUE ZEROS.
       01 WS-CONT-EST-FORA     PIC 9(7) VALUE ZEROS.
       01 WS-CONT-EXATOS       PIC 9(7) VALUE ZEROS.
       01 WS-CONT-INTF-DIVERG  PIC 9(7) VALUE ZEROS.
       01 WS-CONT-APROXIMADOS  PIC 9(7) VALUE ZEROS.
       01 WS-CONT-ESPERADOS    PIC 9(7) VALUE ZEROS.

      * Contagens da reconstrucao e da conferencia
       01 WS-CONT-GRAVADOS     PIC 9(7) VALUE ZEROS.
       01 WS-CONT-CONFERIDOS   PIC 9(7) VALUE ZEROS.
       01 WS-CONT-FALTANTES    PIC 9(7) VALUE ZEROS.
       01 WS-CONT-EXCEDENTES   PIC 9(7) VALUE ZEROS.
       01 WS-CONT-DIVERGENTES  PIC 9(7) VALUE ZEROS.
       01 WS-CONT-DEFEITOS     PIC 9(7) VALUE ZEROS.

      * Conferencia da sequencia de identificadores
       01 WS-SEQ-ULTIMO-ID     PIC 9(9) VALUE ZEROS.
       01 WS-SEQ-SITUACAO      PIC X(30) VALUE SPACES.

      * Campos divergentes do registro em conferencia
       01 WS-CAMPOS-DIVERG     PIC X(100) VALUE SPACES.
       01 WS-PONTEIRO          PIC 9(3) VALUE ZEROS.

      * Data/hora de emissao
       01 WS-TIMESTAMP-BRUTO   PIC X(21) VALUE SPACES.
       01 WS-DATA-HORA         PIC X(19) VALUE SPACES.

      * Areas de edicao das linhas do relatorio
       01 WS-LINHA-RELATORIO   PIC X(132) VALUE SPACES.
       01 WS-DESC-MODO         PIC X(12) VALUE SPACES.
       01 WS-CONT-ED           PIC ZZZZZZ9.
       01 WS-ID-ED             PIC Z(8)9.

      * Linha decorativa
       01 WS-LINHA-LARGA       PIC X(132) VALUE ALL "=".

       PROCEDURE DIVISION.

      ******************************************************************
      * INICIO - Controla a recuperacao: modo, lista das fontes,
      *          montagem da imagem esperada (calculos, arquivados,
      *          estornos e valores da interface), reconstrucao ou
      *          conferencia do mestre, conferencia da sequencia e
      *          resumo
      ******************************************************************
       INICIO.
           PERFORM OBTER-DATA-NEGOCIO.
           PERFORM ESCOLHER-MODO.
           PERFORM ABRIR-RELATORIO.
           PERFORM MONTAR-LISTA-FONTES.
           PERFORM ABRIR-TRABALHO.
           MOVE 1 TO WS-PASSAGEM.
           PERFORM LER-TRILHAS.
           PERFORM EXCLUIR-ARQUIVADOS.
           MOVE 2 TO WS-PASSAGEM.
           PERFORM LER-TRILHAS.
           PERFORM APLICAR-VALORES-INTERFACE.
           IF WS-MODO = "R"
               PERFORM RECONSTRUIR-MESTRE
           ELSE
               PERFORM CONFERIR-MESTRE
           END-IF.
           CLOSE ARQUIVO-TRABALHO.
           PERFORM CONFERIR-SEQUENCIA.
           PERFORM GRAVAR-RESUMO.
           CLOSE ARQUIVO-RELATORIO.
           DISPLAY " ".
           DISPLAY "Recuperacao do mestre (" WS-DESC-MODO
               ") concluida - relatorio em RELATORIO-MESTRE.TXT.".
           IF WS-CONT-DEFEITOS NOT = ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MODO = "R" AND WS-CONT-APROXIMADOS NOT = ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

      ******************************************************************
      * OBTER-DATA-NEGOCIO - Data de negocio do controle de execucao
      *                      quando presente, senao a data corrente
      ******************************************************************
       OBTER-DATA-NEGOCIO.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP-BRUTO.
           STRING WS-TIMESTAMP-BRUTO(1:4) "-" WS-TIMESTAMP-BRUTO(5:2)
                  "-" WS-TIMESTAMP-BRUTO(7:2) " "
                  WS-TIMESTAMP-BRUTO(9:2) ":" WS-TIMESTAMP-BRUTO(11:2)
                  ":" WS-TIMESTAMP-BRUTO(13:2)
                  DELIMITED BY SIZE INTO WS-DATA-HORA
           END-STRING.
           OPEN INPUT ARQUIVO-CONTROLE.
           IF WS-FS-CONTROLE = "00"
               READ ARQUIVO-CONTROLE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTRL-DATA-NEGOCIO TO WS-DATA-NEGOCIO
               END-READ
               CLOSE ARQUIVO-CONTROLE
           END-IF.
           IF WS-DATA-NEGOCIO = SPACES
               MOVE WS-DATA-HORA(1:10) TO WS-DATA-NEGOCIO
           END-IF.
           IF WS-DATA-NEGOCIO(1:4) IS NOT NUMERIC
                   OR WS-DATA-NEGOCIO(6:2) IS NOT NUMERIC
                   OR WS-DATA-NEGOCIO(9:2) IS NOT NUMERIC
               DISPLAY " "
               DISPLAY "ERRO FATAL: data de negocio invalida ("
                   WS-DATA-NEGOCIO ")."
               STOP RUN
           END-IF.

      ******************************************************************
      * ESCOLHER-MODO - Pede o modo ao console; a reconstrucao
      *                 substitui o mestre vivo e exige confirmacao
      ******************************************************************
       ESCOLHER-MODO.
           DISPLAY " ".
           DISPLAY "RECUPERACAO DO ARQUIVO MESTRE (CALC-MESTRE.DAT)".
           DISPLAY "  R - Reconstruir o mestre a partir da auditoria".
           DISPLAY "  V - Conferir o mestre vivo contra a auditoria".
           DISPLAY "Modo (R/V): ".
           ACCEPT WS-MODO.
           IF WS-MODO = "r"
               MOVE "R" TO WS-MODO
           END-IF.
           IF WS-MODO = "v"
               MOVE "V" TO WS-MODO
           END-IF.
           IF WS-MODO NOT = "R" AND WS-MODO NOT = "V"
               DISPLAY " "
               DISPLAY "ERRO FATAL: modo invalido (" WS-MODO
                   ") - use R ou V."
               STOP RUN
           END-IF.
           IF WS-MODO = "R"
               MOVE "RECONSTRUCAO" TO WS-DESC-MODO
               DISPLAY "O mestre vivo sera substituido. "
                   "Confirma (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
                   DISPLAY " "
                   DISPLAY "Reconstrucao cancelada pelo operador."
                   STOP RUN
               END-IF
           ELSE
               MOVE "CONFERENCIA" TO WS-DESC-MODO
           END-IF.

      ******************************************************************
      * ABRIR-RELATORIO - Abre o relatorio e grava o cabecalho com o
      *                   modo, a data/hora e a data de negocio
      ******************************************************************
       ABRIR-RELATORIO.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "RELATORIO-MESTRE.TXT (status " WS-FS-RELATORIO
                   ")."
               STOP RUN
           END-IF.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           STRING "RECUPERACAO DO MESTRE - MODO " WS-DESC-MODO
                  " - EMITIDO EM " WS-DATA-HORA
                  " - DATA DE NEGOCIO " WS-DATA-NEGOCIO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.

      ******************************************************************
      * MONTAR-LISTA-FONTES - Relaciona as fontes em ordem
      *                       cronologica: arquivos mortos do
      *                       catalogo, trilha e interface
      *                       permanentes e as geracoes diarias da
      *                       janela ainda nao consolidada
      ******************************************************************
       MONTAR-LISTA-FONTES.
           OPEN INPUT ARQUIVO-CATALOGO.
           IF WS-FS-CATALOGO = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-CATALOGO
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM GUARDAR-ARQUIVO-MORTO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-CATALOGO
           END-IF.
           MOVE "CALC-AUDIT.DAT" TO WS-NOME-TRILHA.
           MOVE "S" TO WS-NOVA-OBRIGATORIA.
           PERFORM GUARDAR-TRILHA.
           MOVE "INTERFACE-CONTABIL.DAT" TO WS-NOME-INTERFACE.
           PERFORM GUARDAR-INTERFACE.
           PERFORM CALCULAR-JANELA-DIARIA.
           MOVE WS-DIAS-INICIO TO WS-DIAS-CORRENTE.
           PERFORM UNTIL WS-DIAS-CORRENTE > WS-DIAS-NEGOCIO
               COMPUTE WS-DATA-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-CORRENTE)
               MOVE SPACES TO WS-NOME-TRILHA
               STRING "CALC-AUDIT-" WS-DATA-NUM ".DAT"
                      DELIMITED BY SIZE INTO WS-NOME-TRILHA
               END-STRING
               MOVE "N" TO WS-NOVA-OBRIGATORIA
               PERFORM GUARDAR-TRILHA
               MOVE SPACES TO WS-NOME-INTERFACE
               STRING "INTERFACE-" WS-DATA-NUM ".DAT"
                      DELIMITED BY SIZE INTO WS-NOME-INTERFACE
               END-STRING
               PERFORM GUARDAR-INTERFACE
               ADD 1 TO WS-DIAS-CORRENTE
           END-PERFORM.
           IF WS-FONTES-EXCEDIDAS = "S"
               DISPLAY " "
               DISPLAY "ERRO FATAL: fontes de auditoria alem da "
                   "capacidade das tabelas - a imagem do mestre "
                   "ficaria incompleta."
               STOP RUN
           END-IF.

      ******************************************************************
      * GUARDAR-ARQUIVO-MORTO - Uma linha do catalogo: o arquivo
      *                         morto do mestre e, pelo mesmo sufixo
      *                         de data, o arquivo morto da auditoria
      ******************************************************************
       GUARDAR-ARQUIVO-MORTO.
           IF WS-QTD-MORTOS < 200
               ADD 1 TO WS-QTD-MORTOS
               MOVE CAT-NOME-ARQUIVO TO WS-MRT-NOME(WS-QTD-MORTOS)
           ELSE
               MOVE "S" TO WS-FONTES-EXCEDIDAS
           END-IF.
           MOVE SPACES TO WS-NOME-TRILHA.
           STRING "CALC-AUDIT-" CAT-NOME-ARQUIVO(13:8) ".ARQ"
                  DELIMITED BY SIZE INTO WS-NOME-TRILHA
           END-STRING.
           MOVE "S" TO WS-NOVA-OBRIGATORIA.
           PERFORM GUARDAR-TRILHA.

      ******************************************************************
      * GUARDAR-TRILHA - Acrescenta WS-NOME-TRILHA a lista de trilhas,
      *                  com a presenca obrigatoria em
      *                  WS-NOVA-OBRIGATORIA
      ******************************************************************
       GUARDAR-TRILHA.
           IF WS-QTD-TRILHAS < 500
               ADD 1 TO WS-QTD-TRILHAS
               MOVE WS-NOME-TRILHA TO WS-TRL-NOME(WS-QTD-TRILHAS)
               MOVE WS-NOVA-OBRIGATORIA
                   TO WS-TRL-OBRIGATORIA(WS-QTD-TRILHAS)
           ELSE
               MOVE "S" TO WS-FONTES-EXCEDIDAS
           END-IF.

      ******************************************************************
      * GUARDAR-INTERFACE - Acrescenta WS-NOME-INTERFACE a lista de
      *                     interfaces
      ******************************************************************
       GUARDAR-INTERFACE.
           IF WS-QTD-INTERFACES < 500
               ADD 1 TO WS-QTD-INTERFACES
               MOVE WS-NOME-INTERFACE TO WS-ITF-NOME(WS-QTD-INTERFACES)
           ELSE
               MOVE "S" TO WS-FONTES-EXCEDIDAS
           END-IF.

      ******************************************************************
      * CALCULAR-JANELA-DIARIA - Primeiro dia procurado: o seguinte a
      *                          ultima data de CONSOLIDADOS.DAT ou,
      *                          sem consolidacao, a janela padrao
      *                          antes da data de negocio
      ******************************************************************
       CALCULAR-JANELA-DIARIA.
           COMPUTE WS-DATA-NUM =
               FUNCTION NUMVAL(WS-DATA-NEGOCIO(1:4)) * 10000
               + FUNCTION NUMVAL(WS-DATA-NEGOCIO(6:2)) * 100
               + FUNCTION NUMVAL(WS-DATA-NEGOCIO(9:2)).
           COMPUTE WS-DIAS-NEGOCIO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NUM).
           COMPUTE WS-DIAS-INICIO = WS-DIAS-NEGOCIO - WS-JANELA-PADRAO.
           OPEN INPUT ARQUIVO-CONSOLIDADOS.
           IF WS-FS-CONSOLIDADOS = "00"
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-CONSOLIDADOS
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF CONS-DATA > WS-ULTIMA-CONSOLIDADA
                                   AND CONS-DATA(1:4) IS NUMERIC
                                   AND CONS-DATA(6:2) IS NUMERIC
                                   AND CONS-DATA(9:2) IS NUMERIC
                               MOVE CONS-DATA TO WS-ULTIMA-CONSOLIDADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-CONSOLIDADOS
           END-IF.
           IF WS-ULTIMA-CONSOLIDADA NOT = SPACES
               COMPUTE WS-DATA-NUM =
                   FUNCTION NUMVAL(WS-ULTIMA-CONSOLIDADA(1:4)) * 10000
                   + FUNCTION NUMVAL(WS-ULTIMA-CONSOLIDADA(6:2)) * 100
                   + FUNCTION NUMVAL(WS-ULTIMA-CONSOLIDADA(9:2))
               COMPUTE WS-DIAS-INICIO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NUM) + 1
           END-IF.
           IF WS-DIAS-INICIO < WS-DIAS-NEGOCIO - WS-JANELA-MAXIMA
               COMPUTE WS-DIAS-INICIO =
                   WS-DIAS-NEGOCIO - WS-JANELA-MAXIMA
           END-IF.

      ******************************************************************
      * ABRIR-TRABALHO - Cria vazia a imagem esperada do mestre e a
      *                  reabre para montagem
      ******************************************************************
       ABRIR-TRABALHO.
           OPEN OUTPUT ARQUIVO-TRABALHO.
           IF WS-FS-TRABALHO = "00"
               CLOSE ARQUIVO-TRABALHO
               OPEN I-O ARQUIVO-TRABALHO
           END-IF.
           IF WS-FS-TRABALHO NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "RECMESTRE-TRAB.TMP (status " WS-FS-TRABALHO ")."
               STOP RUN
           END-IF.

      ******************************************************************
      * LER-TRILHAS - Uma passagem por todas as trilhas da lista; na
      *               primeira, cada fonte lida e listada no relatorio
      *               e a falta de uma fonte obrigatoria e avisada
      ******************************************************************
       LER-TRILHAS.
           PERFORM VARYING WS-IND-TRILHA FROM 1 BY 1
                   UNTIL WS-IND-TRILHA > WS-QTD-TRILHAS
               MOVE WS-TRL-NOME(WS-IND-TRILHA) TO WS-NOME-TRILHA
               PERFORM LER-UMA-TRILHA
           END-PERFORM.

      ******************************************************************
      * LER-UMA-TRILHA - Le a trilha WS-NOME-TRILHA tratando cada
      *                  linha conforme a passagem corrente
      ******************************************************************
       LER-UMA-TRILHA.
           OPEN INPUT ARQUIVO-TRILHA.
           IF WS-FS-TRILHA = "35"
               IF WS-PASSAGEM = 1
                       AND WS-TRL-OBRIGATORIA(WS-IND-TRILHA) = "S"
                   STRING "AVISO: trilha " WS-NOME-TRILHA
                          " nao encontrada - seus calculos nao "
                          "entram na imagem do mestre"
                          DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                   END-STRING
                   PERFORM GRAVAR-LINHA-RELATORIO
               END-IF
           ELSE
               IF WS-FS-TRILHA NOT = "00"
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: nao foi possivel abrir "
                       WS-NOME-TRILHA " (status " WS-FS-TRILHA ")."
                   STOP RUN
               END-IF
               MOVE ZEROS TO WS-LINHAS-FONTE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-TRILHA
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-LINHAS-FONTE
                           PERFORM TRATAR-LINHA-TRILHA
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-TRILHA
               IF WS-PASSAGEM = 1
                   ADD 1 TO WS-CONT-FONTES
                   MOVE WS-LINHAS-FONTE TO WS-CONT-ED
                   STRING "FONTE LIDA: " WS-NOME-TRILHA
                          " LINHAS: " WS-CONT-ED
                          DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                   END-STRING
                   PERFORM GRAVAR-LINHA-RELATORIO
               END-IF
           END-IF.

      ******************************************************************
      * TRATAR-LINHA-TRILHA - Linha com ID de calculo: na primeira
      *                       passagem entra na imagem como calculo,
      *                       na segunda a contrapartida de estorno
      *                       marca o original. Linhas fora do layout
      *                       sao ignoradas
      ******************************************************************
       TRATAR-LINHA-TRILHA.
           IF REG-TRILHA(21:3) = "OP="
                   AND REG-TRILHA(93:4) = " ID="
                   AND REG-TRILHA(97:9) IS NUMERIC
               MOVE REG-TRILHA(97:9) TO WS-AUD-ID
               IF WS-AUD-ID > WS-MAIOR-ID
                   MOVE WS-AUD-ID TO WS-MAIOR-ID
               END-IF
               IF REG-TRILHA(133:12) = " ESTORNO-DE="
                   IF WS-PASSAGEM = 2
                       PERFORM MARCAR-ESTORNO
                   END-IF
               ELSE
                   IF WS-PASSAGEM = 1
                       PERFORM INCLUIR-CALCULO
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * INCLUIR-CALCULO - Registro do mestre a partir da linha do
      *                   calculo, como a CALCULADORA e a LIBERA o
      *                   gravam. O resultado da auditoria e editado
      *                   (a divisao sai truncada) e a linha nao tem
      *                   o valor na moeda base: os valores ficam
      *                   marcados como da auditoria ate a interface
      *                   trazer os exatos. A mesma linha repetida em
      *                   mais de uma fonte entra uma vez so
      ******************************************************************
       INCLUIR-CALCULO.
           INITIALIZE WS-MESTRE-MONTADO.
           MOVE WS-AUD-ID TO WS-MTD-CALC-ID.
           IF REG-TRILHA(24:1) IS NUMERIC
               MOVE REG-TRILHA(24:1) TO WS-MTD-OPERACAO
           END-IF.
           COMPUTE WS-MTD-NUMERO-1 =
               FUNCTION NUMVAL(REG-TRILHA(29:11)).
           COMPUTE WS-MTD-NUMERO-2 =
               FUNCTION NUMVAL(REG-TRILHA(44:11)).
           MOVE REG-TRILHA(90:3) TO WS-MTD-UNIDADE.
           COMPUTE WS-MTD-RESULTADO =
               FUNCTION NUMVAL(REG-TRILHA(66:20)).
           MOVE ZEROS TO WS-MTD-RESULTADO-BASE.
           MOVE REG-TRILHA(1:19) TO WS-MTD-DATA-HORA.
           MOVE REG-TRILHA(125:8) TO WS-MTD-OPERADOR.
           MOVE SPACE TO WS-MTD-SITUACAO.
           MOVE ZEROS TO WS-MTD-ESTORNO-ID.
           MOVE SPACES TO REG-TRABALHO.
           MOVE WS-MESTRE-MONTADO TO REG-TRABALHO(1:114).
           MOVE "A" TO TRB-FONTE.
           WRITE REG-TRABALHO
               INVALID KEY
                   ADD 1 TO WS-CONT-REPETIDAS
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-CALCULOS
           END-WRITE.

      ******************************************************************
      * MARCAR-ESTORNO - A contrapartida do ESTCALC nao tem registro
      *                  proprio no mestre: marca o calculo original
      *                  como estornado, apontando para ela. Original
      *                  fora da imagem (ja arquivado ou ausente da
      *                  trilha) so e contado
      ******************************************************************
       MARCAR-ESTORNO.
           IF REG-TRILHA(145:9) IS NUMERIC
               MOVE REG-TRILHA(145:9) TO WS-AUD-ID-ORIG
               MOVE WS-AUD-ID-ORIG TO TRB-CALC-ID
               READ ARQUIVO-TRABALHO
                   INVALID KEY
                       ADD 1 TO WS-CONT-EST-FORA
                   NOT INVALID KEY
                       PERFORM REGRAVAR-MARCA-ESTORNO
               END-READ
           END-IF.

      ******************************************************************
      * REGRAVAR-MARCA-ESTORNO - Situacao "E" e ID da contrapartida no
      *                          registro esperado do original
      ******************************************************************
       REGRAVAR-MARCA-ESTORNO.
           MOVE REG-TRABALHO(1:114) TO WS-MESTRE-MONTADO.
           IF WS-MTD-SITUACAO NOT = "E"
               ADD 1 TO WS-CONT-ESTORNOS
           END-IF.
           MOVE "E" TO WS-MTD-SITUACAO.
           MOVE WS-AUD-ID TO WS-MTD-ESTORNO-ID.
           MOVE WS-MESTRE-MONTADO TO REG-TRABALHO(1:114).
           REWRITE REG-TRABALHO
               INVALID KEY
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: falha ao regravar o ID "
                       TRB-CALC-ID " em RECMESTRE-TRAB.TMP."
                   STOP RUN
           END-REWRITE.

      ******************************************************************
      * EXCLUIR-ARQUIVADOS - Os calculos ja movidos pelo ARQCALC para
      *                      os arquivos mortos do mestre nao voltam
      *                      ao mestre vivo: saem da imagem esperada
      ******************************************************************
       EXCLUIR-ARQUIVADOS.
           PERFORM VARYING WS-IND-MORTO FROM 1 BY 1
                   UNTIL WS-IND-MORTO > WS-QTD-MORTOS
               MOVE WS-MRT-NOME(WS-IND-MORTO) TO WS-NOME-MESTRE-ARQ
               PERFORM LER-UM-ARQUIVO-MORTO
           END-PERFORM.

      ******************************************************************
      * LER-UM-ARQUIVO-MORTO - Retira da imagem cada ID do arquivo
      *                        morto WS-NOME-MESTRE-ARQ
      ******************************************************************
       LER-UM-ARQUIVO-MORTO.
           OPEN INPUT ARQUIVO-MESTRE-ARQ.
           IF WS-FS-MESTRE-ARQ NOT = "00"
               STRING "AVISO: arquivo morto " WS-NOME-MESTRE-ARQ
                      " do catalogo nao pode ser aberto (status "
                      WS-FS-MESTRE-ARQ ") - seus calculos ficam na "
                      "imagem do mestre vivo"
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           ELSE
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-MESTRE-ARQ
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           PERFORM RETIRAR-ARQUIVADO
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-MESTRE-ARQ
           END-IF.

      ******************************************************************
      * RETIRAR-ARQUIVADO - Remove da imagem o ID do registro
      *                     arquivado corrente
      ******************************************************************
       RETIRAR-ARQUIVADO.
           IF REG-MESTRE-ARQ(1:9) IS NUMERIC
               MOVE REG-MESTRE-ARQ(1:9) TO TRB-CALC-ID
               IF TRB-CALC-ID > WS-MAIOR-ID
                   MOVE TRB-CALC-ID TO WS-MAIOR-ID
               END-IF
               DELETE ARQUIVO-TRABALHO RECORD
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-ARQUIVADOS
               END-DELETE
           END-IF.

      ******************************************************************
      * APLICAR-VALORES-INTERFACE - Valores exatos (operandos,
      *                             resultado e resultado na moeda
      *                             base) dos registros de detalhe da
      *                             interface, casados pelo ID do
      *                             calculo
      ******************************************************************
       APLICAR-VALORES-INTERFACE.
           PERFORM VARYING WS-IND-INTERFACE FROM 1 BY 1
                   UNTIL WS-IND-INTERFACE > WS-QTD-INTERFACES
               MOVE WS-ITF-NOME(WS-IND-INTERFACE) TO WS-NOME-INTERFACE
               PERFORM LER-UMA-INTERFACE
           END-PERFORM.

      ******************************************************************
      * LER-UMA-INTERFACE - Le a interface WS-NOME-INTERFACE,
      *                     ignorando os registros de controle H/T
      *                     e os ajustes de reavaliacao "A"
      ******************************************************************
       LER-UMA-INTERFACE.
           OPEN INPUT ARQUIVO-INTERFACE.
           IF WS-FS-INTERFACE = "35"
               CONTINUE
           ELSE
               IF WS-FS-INTERFACE NOT = "00"
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: nao foi possivel abrir "
                       WS-NOME-INTERFACE " (status " WS-FS-INTERFACE
                       ")."
                   STOP RUN
               END-IF
               MOVE "N" TO WS-FIM-ARQUIVO
               PERFORM UNTIL WS-FIM-ARQUIVO = "S"
                   READ ARQUIVO-INTERFACE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF INTF-CTL-TIPO NOT = "H"
                                   AND INTF-CTL-TIPO NOT = "T"
                                   AND INTF-CTL-TIPO NOT = "A"
                                   AND INTF-CALC-ID IS NUMERIC
                               PERFORM CASAR-INTERFACE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUIVO-INTERFACE
           END-IF.

      ******************************************************************
      * CASAR-INTERFACE - Procura na imagem o calculo do registro de
      *                   interface corrente (a contrapartida de
      *                   estorno nao tem registro e fica de fora)
      ******************************************************************
       CASAR-INTERFACE.
           IF INTF-CALC-ID > WS-MAIOR-ID
               MOVE INTF-CALC-ID TO WS-MAIOR-ID
           END-IF.
           MOVE INTF-CALC-ID TO TRB-CALC-ID.
           READ ARQUIVO-TRABALHO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM COPIAR-VALORES-INTERFACE
           END-READ.

      ******************************************************************
      * COPIAR-VALORES-INTERFACE - Leva os valores exatos ao registro
      *                            esperado; operacao ou unidade que
      *                            nao batem com a auditoria sao
      *                            contadas e os valores da auditoria
      *                            permanecem
      ******************************************************************
       COPIAR-VALORES-INTERFACE.
           MOVE REG-TRABALHO(1:114) TO WS-MESTRE-MONTADO.
           IF INTF-OPERACAO NOT = WS-MTD-OPERACAO
                   OR INTF-UNIDADE NOT = WS-MTD-UNIDADE
               ADD 1 TO WS-CONT-INTF-DIVERG
               MOVE WS-MTD-CALC-ID TO WS-ID-ED
               STRING "AVISO: interface " WS-NOME-INTERFACE
                      " diverge da auditoria no ID " WS-ID-ED
                      " (operacao/unidade) - valores da auditoria "
                      "mantidos"
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           ELSE
               MOVE INTF-NUMERO-1 TO WS-MTD-NUMERO-1
               MOVE INTF-NUMERO-2 TO WS-MTD-NUMERO-2
               MOVE INTF-RESULTADO TO WS-MTD-RESULTADO
               MOVE INTF-RESULTADO-BASE TO WS-MTD-RESULTADO-BASE
               MOVE WS-MESTRE-MONTADO TO REG-TRABALHO(1:114)
               MOVE "I" TO TRB-FONTE
               REWRITE REG-TRABALHO
                   INVALID KEY
                       DISPLAY " "
                       DISPLAY "ERRO FATAL: falha ao regravar o ID "
                           TRB-CALC-ID " em RECMESTRE-TRAB.TMP."
                       STOP RUN
               END-REWRITE
           END-IF.

      ******************************************************************
      * RECONSTRUIR-MESTRE - Regrava CALC-MESTRE.DAT com a imagem
      *                      esperada, em ordem de chave; registros
      *                      sem interface saem com os valores da
      *                      auditoria e sao listados
      ******************************************************************
       RECONSTRUIR-MESTRE.
           OPEN OUTPUT ARQUIVO-MESTRE.
           IF WS-FS-MESTRE NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: nao foi possivel abrir "
                   "CALC-MESTRE.DAT (status " WS-FS-MESTRE ")."
               STOP RUN
           END-IF.
           PERFORM POSICIONAR-TRABALHO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-TRABALHO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM GRAVAR-MESTRE-RECONSTRUIDO
               END-READ
           END-PERFORM.
           CLOSE ARQUIVO-MESTRE.

      ******************************************************************
      * POSICIONAR-TRABALHO - Posiciona a imagem esperada no primeiro
      *                       ID para a leitura em ordem de chave
      ******************************************************************
       POSICIONAR-TRABALHO.
           MOVE ZEROS TO TRB-CALC-ID.
           START ARQUIVO-TRABALHO KEY >= TRB-CALC-ID
               INVALID KEY
                   MOVE "S" TO WS-FIM-ARQUIVO
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-ARQUIVO
           END-START.

      ******************************************************************
      * GRAVAR-MESTRE-RECONSTRUIDO - Gravacao de um registro esperado
      *                              no mestre
      ******************************************************************
       GRAVAR-MESTRE-RECONSTRUIDO.
           ADD 1 TO WS-CONT-ESPERADOS.
           MOVE REG-TRABALHO(1:114) TO REG-MESTRE.
           WRITE REG-MESTRE
               INVALID KEY
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: chave duplicada ao gravar "
                       "CALC-MESTRE.DAT (ID " MST-CALC-ID ")."
                   STOP RUN
           END-WRITE.
           IF WS-FS-MESTRE NOT = "00"
               DISPLAY " "
               DISPLAY "ERRO FATAL: falha ao gravar CALC-MESTRE.DAT "
                   "(status " WS-FS-MESTRE ")."
               STOP RUN
           END-IF.
           ADD 1 TO WS-CONT-GRAVADOS.
           IF TRB-FONTE = "I"
               ADD 1 TO WS-CONT-EXATOS
           ELSE
               ADD 1 TO WS-CONT-APROXIMADOS
               MOVE MST-CALC-ID TO WS-ID-ED
               STRING "VALORES DA AUDITORIA  ID=" WS-ID-ED
                      " UN=" MST-UNIDADE " DATA/HORA=" MST-DATA-HORA
                      " - sem registro na interface; resultado "
                      "editado e moeda base zerada"
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

      ******************************************************************
      * CONFERIR-MESTRE - Compara o mestre vivo com a imagem esperada
      *                   nos dois sentidos: cada esperado e procurado
      *                   no mestre (faltante ou divergente) e cada
      *                   registro do mestre e procurado na imagem
      *                   (excedente)
      ******************************************************************
       CONFERIR-MESTRE.
           OPEN INPUT ARQUIVO-MESTRE.
           IF WS-FS-MESTRE = "00"
               MOVE "S" TO WS-MESTRE-ABERTO
           ELSE
               IF WS-FS-MESTRE = "35"
                   MOVE "N" TO WS-MESTRE-ABERTO
                   STRING "AVISO: CALC-MESTRE.DAT nao encontrado - "
                          "todos os registros esperados faltam"
                          DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                   END-STRING
                   PERFORM GRAVAR-LINHA-RELATORIO
               ELSE
                   DISPLAY " "
                   DISPLAY "ERRO FATAL: nao foi possivel abrir "
                       "CALC-MESTRE.DAT (status " WS-FS-MESTRE ")."
                   STOP RUN
               END-IF
           END-IF.
           PERFORM POSICIONAR-TRABALHO.
           PERFORM UNTIL WS-FIM-ARQUIVO = "S"
               READ ARQUIVO-TRABALHO NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-ARQUIVO
                   NOT AT END
                       PERFORM CONFERIR-ESPERADO
               END-READ
           END-PERFORM.
           IF WS-MESTRE-ABERTO = "S"
               PERFORM PROCURAR-EXCEDENTES
               CLOSE ARQUIVO-MESTRE
           END-IF.
           COMPUTE WS-CONT-DEFEITOS = WS-CONT-DEFEITOS
               + WS-CONT-FALTANTES + WS-CONT-EXCEDENTES
               + WS-CONT-DIVERGENTES.

      ******************************************************************
      * CONFERIR-ESPERADO - Procura no mestre o registro esperado
      *                     corrente
      ******************************************************************
       CONFERIR-ESPERADO.
           ADD 1 TO WS-CONT-ESPERADOS.
           IF TRB-FONTE = "I"
               ADD 1 TO WS-CONT-EXATOS
           ELSE
               ADD 1 TO WS-CONT-APROXIMADOS
           END-IF.
           MOVE REG-TRABALHO(1:114) TO WS-MESTRE-MONTADO.
           IF WS-MESTRE-ABERTO = "N"
               PERFORM APONTAR-FALTANTE
           ELSE
               MOVE WS-MTD-CALC-ID TO MST-CALC-ID
               READ ARQUIVO-MESTRE
                   INVALID KEY
                       PERFORM APONTAR-FALTANTE
                   NOT INVALID KEY
                       PERFORM COMPARAR-REGISTRO
               END-READ
           END-IF.

      ******************************************************************
      * APONTAR-FALTANTE - Calculo da trilha ausente do mestre vivo
      ******************************************************************
       APONTAR-FALTANTE.
           ADD 1 TO WS-CONT-FALTANTES.
           MOVE WS-MTD-CALC-ID TO WS-ID-ED.
           STRING "FALTANTE   ID=" WS-ID-ED
                  " UN=" WS-MTD-UNIDADE
                  " DATA/HORA=" WS-MTD-DATA-HORA
                  " OPER=" WS-MTD-OPERADOR
                  " - na auditoria e ausente do mestre"
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.

      ******************************************************************
      * COMPARAR-REGISTRO - Compara campo a campo o registro do mestre
      *                     com o esperado; resultado e moeda base so
      *                     sao comparados quando o esperado veio da
      *                     interface (a auditoria os tem editados ou
      *                     nao os tem)
      ******************************************************************
       COMPARAR-REGISTRO.
           ADD 1 TO WS-CONT-CONFERIDOS.
           MOVE SPACES TO WS-CAMPOS-DIVERG.
           MOVE 1 TO WS-PONTEIRO.
           IF MST-OPERACAO NOT = WS-MTD-OPERACAO
               STRING " OPERACAO" DELIMITED BY SIZE
                   INTO WS-CAMPOS-DIVERG WITH POINTER WS-PONTEIRO
           END-IF.
           IF MST-NUMERO-1 NOT = WS-MTD-NUMERO-1
               STRING " NUMERO-1" DELIMITED BY SIZE
                   INTO WS-CAMPOS-DIVERG WITH POINTER WS-PONTEIRO
           END-IF.
           IF MST-NUMERO-2 NOT = WS-MTD-NUMERO-2
               STRING " NUMERO-2" DELIMITED BY SIZE
                   INTO WS-CAMPOS-DIVERG WITH POINTER WS-PONTEIRO
           END-IF.
           IF MST-UNIDADE NOT = WS-MTD-UNIDADE
               STRING " UNIDADE" DELIMITED BY SIZE
                   INTO WS-CAMPOS-DIVERG WITH POINTER WS-PONTEIRO
           END-IF.
           IF TRB-FONTE = "I"
                   AND MST-RESULTADO NOT = WS-MTD-RESULTADO
               STRING " RESULTADO" DELIMITED BY SIZE
                   INTO WS-CAMPOS-DIVERG WITH POINTER WS-PONTEIRO
           END-IF.
           IF TRB-FONTE = "I"
                   AND MST-RESULTADO-BASE NOT = WS-MTD-RESULTADO-BASE
               STRING " RESULTADO-BASE" DELIMITED BY SIZE
                   INTO WS-CAMPOS-DIVERG WITH POINTER WS-PONTEIRO
           END-IF.
           IF MST-DATA-HORA NOT = WS-MTD-DATA-HORA
               STRING " DATA-HORA" DELIMITED BY SIZE
                   INTO WS-CAMPOS-DIVERG WITH POINTER WS-PONTEIRO
           END-IF.
           IF MST-OPERADOR NOT = WS-MTD-OPERADOR
               STRING " OPERADOR" DELIMITED BY SIZE
                   INTO WS-CAMPOS-DIVERG WITH POINTER WS-PONTEIRO
           END-IF.
           IF MST-SITUACAO NOT = WS-MTD-SITUACAO
               STRING " SITUACAO" DELIMITED BY SIZE
                   INTO WS-CAMPOS-DIVERG WITH POINTER WS-PONTEIRO
           END-IF.
           IF MST-ESTORNO-ID NOT = WS-MTD-ESTORNO-ID
               STRING " ESTORNO-ID" DELIMITED BY SIZE
                   INTO WS-CAMPOS-DIVERG WITH POINTER WS-PONTEIRO
           END-IF.
           IF WS-CAMPOS-DIVERG NOT = SPACES
               ADD 1 TO WS-CONT-DIVERGENTES
               MOVE WS-MTD-CALC-ID TO WS-ID-ED
               STRING "DIVERGENTE ID=" WS-ID-ED
                      " UN=" WS-MTD-UNIDADE
                      " CAMPOS:" WS-CAMPOS-DIVERG
                      DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-STRING
               PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.

      ******************************************************************
      * PROCURAR-EXCEDENTES - Percorre o mestre vivo em ordem de chave
      *                       procurando cada ID na imagem esperada
      ******************************************************************
       PROCURAR-EXCEDENTES.
           MOVE ZEROS TO MST-CALC-ID.
           START ARQUIVO-MESTRE KEY >= MST-CALC-ID
               INVALID KEY
                   MOVE "S" TO WS-FIM-MESTRE
               NOT INVALID KEY
                   MOVE "N" TO WS-FIM-MESTRE
           END-START.
           PERFORM UNTIL WS-FIM-MESTRE = "S"
               READ ARQUIVO-MESTRE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-MESTRE
                   NOT AT END
                       PERFORM CONFERIR-REGISTRO-VIVO
               END-READ
           END-PERFORM.

      ******************************************************************
      * CONFERIR-REGISTRO-VIVO - Registro do mestre sem calculo
      *                          correspondente na trilha (ou ja
      *                          arquivado) e excedente
      ******************************************************************
       CONFERIR-REGISTRO-VIVO.
           IF MST-CALC-ID > WS-MAIOR-ID
               MOVE MST-CALC-ID TO WS-MAIOR-ID
           END-IF.
           MOVE MST-CALC-ID TO TRB-CALC-ID.
           READ ARQUIVO-TRABALHO
               INVALID KEY
                   PERFORM APONTAR-EXCEDENTE
               NOT INVALID KEY
                   CONTINUE
           END-READ.

      ******************************************************************
      * APONTAR-EXCEDENTE - Registro do mestre vivo fora da imagem
      *                     esperada
      ******************************************************************
       APONTAR-EXCEDENTE.
           ADD 1 TO WS-CONT-EXCEDENTES.
           MOVE MST-CALC-ID TO WS-ID-ED.
           STRING "EXCEDENTE  ID=" WS-ID-ED
                  " UN=" MST-UNIDADE
                  " DATA/HORA=" MST-DATA-HORA
                  " OPER=" MST-OPERADOR
                  " - no mestre sem calculo na auditoria ou ja "
                  "arquivado"
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.

      ******************************************************************
      * CONFERIR-SEQUENCIA - O ultimo ID distribuido em CALC-SEQ.DAT
      *                      nao pode estar abaixo do maior ID
      *                      encontrado: a CALCULADORA voltaria a
      *                      distribuir IDs ja usados
      ******************************************************************
       CONFERIR-SEQUENCIA.
           MOVE ZEROS TO WS-SEQ-ULTIMO-ID.
           OPEN INPUT ARQUIVO-SEQUENCIA.
           IF WS-FS-SEQUENCIA = "00"
               READ ARQUIVO-SEQUENCIA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEQ-ULTIMO-CALC-ID IS NUMERIC
                           MOVE SEQ-ULTIMO-CALC-ID TO WS-SEQ-ULTIMO-ID
                       END-IF
               END-READ
               CLOSE ARQUIVO-SEQUENCIA
           END-IF.
           IF WS-SEQ-ULTIMO-ID < WS-MAIOR-ID
               ADD 1 TO WS-CONT-DEFEITOS
               MOVE "ABAIXO DO MAIOR ID - CORRIGIR" TO WS-SEQ-SITUACAO
           ELSE
               MOVE "CORRETA" TO WS-SEQ-SITUACAO
           END-IF.

      ******************************************************************
      * GRAVAR-RESUMO - Contagens da montagem, do modo executado e da
      *                 conferencia da sequencia
      ******************************************************************
       GRAVAR-RESUMO.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE "IMAGEM ESPERADA DO MESTRE" TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-FONTES TO WS-CONT-ED.
           STRING "  TRILHAS DE AUDITORIA LIDAS:          " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-CALCULOS TO WS-CONT-ED.
           STRING "  CALCULOS NA AUDITORIA:               " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-REPETIDAS TO WS-CONT-ED.
           STRING "  LINHAS REPETIDAS EM OUTRA FONTE:     " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-ARQUIVADOS TO WS-CONT-ED.
           STRING "  JA ARQUIVADOS (FORA DO MESTRE VIVO): " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-ESTORNOS TO WS-CONT-ED.
           STRING "  ESTORNOS MARCADOS:                   " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-EST-FORA TO WS-CONT-ED.
           STRING "  ESTORNOS DE CALCULO FORA DO VIVO:    " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-ESPERADOS TO WS-CONT-ED.
           STRING "  REGISTROS ESPERADOS NO MESTRE VIVO:  " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-EXATOS TO WS-CONT-ED.
           STRING "    COM VALORES DA INTERFACE:          " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-APROXIMADOS TO WS-CONT-ED.
           STRING "    SO COM VALORES DA AUDITORIA:       " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-INTF-DIVERG TO WS-CONT-ED.
           STRING "  INTERFACE DIVERGENTE DA AUDITORIA:   " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           IF WS-MODO = "R"
               PERFORM GRAVAR-RESUMO-RECONSTRUCAO
           ELSE
               PERFORM GRAVAR-RESUMO-CONFERENCIA
           END-IF.
           MOVE "SEQUENCIA DE IDENTIFICADORES (CALC-SEQ.DAT)"
               TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-MAIOR-ID TO WS-ID-ED.
           STRING "  MAIOR ID ENCONTRADO:                 " WS-ID-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-SEQ-ULTIMO-ID TO WS-ID-ED.
           STRING "  SEQ-ULTIMO-CALC-ID:                  " WS-ID-ED
                  " - " WS-SEQ-SITUACAO
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-LINHA-LARGA TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.

      ******************************************************************
      * GRAVAR-RESUMO-RECONSTRUCAO - Contagem gravada no mestre
      ******************************************************************
       GRAVAR-RESUMO-RECONSTRUCAO.
           MOVE "RECONSTRUCAO" TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-GRAVADOS TO WS-CONT-ED.
           STRING "  REGISTROS GRAVADOS EM CALC-MESTRE:   " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.

      ******************************************************************
      * GRAVAR-RESUMO-CONFERENCIA - Contagens da comparacao com o
      *                             mestre vivo
      ******************************************************************
       GRAVAR-RESUMO-CONFERENCIA.
           MOVE "CONFERENCIA" TO WS-LINHA-RELATORIO.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-CONFERIDOS TO WS-CONT-ED.
           STRING "  REGISTROS COMPARADOS:                " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-FALTANTES TO WS-CONT-ED.
           STRING "  FALTANTES NO MESTRE:                 " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-EXCEDENTES TO WS-CONT-ED.
           STRING "  EXCEDENTES NO MESTRE:                " WS-CONT-ED
                  DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-STRING.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONT-DIVERGENTES TO WS-CONT-ED.
           STRING "  DIVERGENTES:                         " WS-CONT-ED
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
                   "RELATORIO-MESTRE.TXT (status " WS-FS-RELATORIO
                   ")."
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-LINHA-RELATORIO.
