            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RX-CHAVE
            FILE STATUS IS FS-REFIX.
*> Índice por rodada da trilha: chave RN-RUN-ID (AU-RUN-ID) + chave da
*> trilha, para os membros pós-batch (CalcExcecao, CalcConcilia) lerem
*> só os registros da rodada em vez de varrer o CALCLOG.DAT.
     SELECT ARQ-RUNIX ASSIGN TO "CALCRUNIX.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RN-CHAVE
            FILE STATUS IS FS-RUNIX.
*> Checkpoint do modo batch: guarda quantos registros de TRANSACOES.DAT
*> já foram commitados na auditoria, para uma rodada retomada não
*> reprocessar o que uma execução anterior já tinha gravado.
     SELECT ARQ-DATA-PROC ASSIGN TO "CALCDATA.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-DATA-PROC.
*> Mestre acumulador por origem e período (mantido aqui, virado de mês
*> pelo CalcDia, lido pelo CalcAcumula): no fim de cada rodada batch
*> em ordem, os cálculos ainda não lançados da trilha indexada somam
*> nos totais do dia, do mês e do ano de cada origem.
     SELECT ARQ-ACUMULADO ASSIGN TO "CALCACUM.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AC-CHAVE
            FILE STATUS IS FS-ACUMULADO.
*> Tetos da monitoração de exceções (os mesmos do CalcExcecao): lidos
*> só na rodada de simulação, para a prévia antecipar as exceções que
*> a rodada real levantaria.
     SELECT ARQ-LIMITES ASSIGN TO "CALCLIM.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-LIMITES.
*> Prévia da rodada de simulação (RELSIM-AAMMDD.REP): resultados
*> esperados, rejeições e exceções previstas - a única saída gravada
*> pela simulação. O nome muda por dia, por isso o ASSIGN por variável.
     SELECT ARQ-PREVIA ASSIGN TO W-NOME-PREVIA
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-PREVIA.
 DATA DIVISION.
 FILE SECTION.
 FD  ARQ-TRANSACOES.
*> controle está em Verifica-Controles.
     COPY REGTRANS.
 FD  ARQ-REJEITADOS.
*> Layout compartilhado com CalcCobranca - ver REGREJEI.cpy.
     COPY REGREJEI.
 FD  ARQ-RESULTADOS.
*> Layout compartilhado com CalcConcilia - ver REGRESULT.cpy.
     COPY REGRESULT.
 FD  ARQ-REFIX.
*> Layout compartilhado com CalcRastreia/CalcReconstroi - ver REGREFIX.cpy.
     COPY REGREFIX.
 FD  ARQ-RUNIX.
*> Layout compartilhado com CalcExcecao/CalcConcilia/CalcReconstroi -
*> ver REGRUNIX.cpy.
     COPY REGRUNIX.
 FD  ARQ-CHECKPOINT.
  01 REG-CHECKPOINT.
     02 CK-QTDE-PROCESSADOS PIC 9(07).
 FD  ARQ-DATA-PROC.
*> Layout compartilhado com o CalcDia - ver REGDATA.cpy.
     COPY REGDATA.
 FD  ARQ-ACUMULADO.
*> Layout compartilhado com CalcDia/CalcAcumula - ver REGACUM.cpy.
     COPY REGACUM.
 FD  ARQ-LIMITES.
  01 REG-LIMITE             PIC X(80).
 FD  ARQ-PREVIA.
  01 REG-PREVIA             PIC X(132).
 WORKING-STORAGE SECTION.
*> Layout compartilhado pela suite Calculadora - ver DADOS.cpy.
     COPY DADOS.
    88 TRANSACAO-VALIDA            VALUE "S".
 01 W-MOTIVO-REJEICAO      PIC X(02) VALUE SPACES.
 01 W-DESCR-REJEICAO       PIC X(30) VALUE SPACES.
 01 W-COMPL-REJEICAO       PIC X(30) VALUE SPACES.
*> Referência já processada: a mesma TR-REF de volta num arquivo
*> novo é reenvio do chamador e calcularia (e lançaria) duas vezes a
*> mesma transação. O índice por referência (CALCREFIX.DAT) responde
*> direto se a referência já passou pela trilha; a primeira ocorrência
*> (data e rodada) vai no complemento do suspenso. Repetida dentro do
*> próprio arquivo também cai aqui - a primeira ocorrência entrou no
*> índice com o run ID desta rodada. A chave ACEITA-REF-REPETIDA=S do
*> CALCPARM.DAT libera a reexecução intencional (ocorrências de
*> rodadas anteriores deixam de contar); a repetição dentro do mesmo
*> arquivo continua recusada.
 01 W-ACEITA-REF-REPETIDA  PIC X(01) VALUE "N".
    88 ACEITA-REF-REPETIDA         VALUE "S".
 01 W-FIM-REFIX            PIC X(01) VALUE "N".
    88 FIM-REFIX                   VALUE "S".
 01 W-REF-ANTERIOR         PIC X(01) VALUE "N".
    88 REF-ANTERIOR                VALUE "S".
 01 W-REF-NA-RODADA        PIC X(01) VALUE "N".
    88 REF-NA-RODADA               VALUE "S".
 01 W-REF-PRIM-DATA        PIC X(08) VALUE SPACES.
 01 W-REF-PRIM-RUN         PIC 9(06) VALUE ZEROS.
*> Estorno (registro "E" - ver REGTRANS.cpy): cancela um cálculo já
*> lançado. A referência original é procurada no CALCREFIX.DAT; cada
*> ocorrência é classificada pelo registro do mestre como cálculo
*> original ou estorno anterior dela. Sem original, ou com tantos
*> estornos quanto originais, o estorno vai para os suspensos
*> (motivos 07/08). Aceito, grava um registro de auditoria com o par e
*> os resultados do original de sinal trocado e a observação montada
*> em W-OBS-ESTORNO (mesma vista de AU-OBS-ESTORNO em REGAUDIT.cpy).
 01 W-ESTORNO-CORRENTE     PIC X(01) VALUE "N".
    88 ESTORNO-CORRENTE            VALUE "S".
 01 W-EST-QTDE-ORIGINAIS   PIC 9(05) VALUE ZEROS.
 01 W-EST-QTDE-ESTORNOS    PIC 9(05) VALUE ZEROS.
 01 W-EST-ORIG-DATA        PIC X(08) VALUE SPACES.
 01 W-EST-ORIG-SEQ         PIC 9(05) VALUE ZEROS.
 01 W-OBS-ESTORNO.
    02 FILLER              PIC X(08) VALUE "ESTORNO ".
    02 W-OBS-EST-REF       PIC X(10) VALUE SPACES.
    02 FILLER              PIC X(01) VALUE SPACE.
    02 W-OBS-EST-DATA      PIC X(08) VALUE SPACES.
    02 FILLER              PIC X(01) VALUE SPACE.
    02 W-OBS-EST-SEQ       PIC 9(05) VALUE ZEROS.
 01 W-OPCOES-VALIDAS       PIC 9(02) VALUE ZEROS.
 01 W-FIM-AUDIX            PIC X(01) VALUE "N".
    88 FIM-AUDIX                   VALUE "S".
*> Execução dirigida por CALCPARM.DAT: com o arquivo presente nenhum
*> ACCEPT é feito - modo, reprocessamento, seleção padrão de operações,
*> intervalo de checkpoint e abertura do RESULTADOS.DAT vêm das chaves
*> MODO, REPROCESSO, OPERACOES, CHECKPOINT e RESULTADOS (a liberação de
*> referência já processada, de ACEITA-REF-REPETIDA; a rodada de
*> simulação, de SIMULACAO).
 01 FS-PARAMETROS          PIC X(02) VALUE "00".
    88 FS-PARAMETROS-OK           VALUE "00".
    88 FS-PARAMETROS-NAO-EXISTE   VALUE "35".
 01 FS-REFIX               PIC X(02) VALUE "00".
    88 FS-REFIX-OK                VALUE "00".
    88 FS-REFIX-NAO-EXISTE        VALUE "35".
 01 FS-RUNIX               PIC X(02) VALUE "00".
    88 FS-RUNIX-OK                VALUE "00".
    88 FS-RUNIX-NAO-EXISTE        VALUE "35".
*> Sequência do cálculo dentro do dia (parte da chave do mestre
*> indexado): retomada do maior valor já gravado para a data de hoje na
*> abertura, e incrementada a cada registro de auditoria gravado.
*> para o resultado dizer de qual area veio a entrada.
 01 W-ORIGEM               PIC X(10) VALUE SPACES.
 01 W-ORIGEM-HEADER        PIC X(10) VALUE SPACES.
*> Lançamento no mestre acumulador (CALCACUM.DAT - ver REGACUM.cpy).
*> Entram os registros da trilha indexada de rodadas posteriores à
*> última já lançada (AC-CT-ULT-RUN do registro de controle) até esta
*> - uma rodada ER, abendada ou interativa entra no lançamento da
*> próxima rodada batch em ordem. Os registros são agregados na tabela
*> abaixo por origem e data contábil (200 combinações por vez; cheia,
*> é descarregada no mestre e recomeça) para cada registro do mestre
*> ser lido e regravado uma vez por dia de cada origem, não uma vez por
*> cálculo. Falha no mestre não derruba a rodada, que já está
*> encerrada: é anunciada na tela.
 01 FS-ACUMULADO           PIC X(02) VALUE "00".
    88 FS-ACUMULADO-OK            VALUE "00".
    88 FS-ACUMULADO-NAO-EXISTE    VALUE "35".
 01 W-ACUM-FALHOU          PIC X(01) VALUE "N".
    88 ACUM-FALHOU                 VALUE "S".
 01 W-ACUM-EXISTE          PIC X(01) VALUE "N".
    88 ACUM-EXISTE                 VALUE "S".
 01 W-ACUM-CONTROLE-NOVO   PIC X(01) VALUE "N".
    88 ACUM-CONTROLE-NOVO          VALUE "S".
 01 W-ACUM-ULT-RUN         PIC 9(06) VALUE ZEROS.
 01 W-ACUM-ULT-DATA        PIC X(08) VALUE SPACES.
 01 W-ACUM-MES-FECHADO     PIC 9(04) VALUE ZEROS.
 01 W-QTDE-ACUM-LANCADOS   PIC 9(07) VALUE ZEROS.
 01 W-QTDE-ACUM-FECHADO    PIC 9(07) VALUE ZEROS.
 01 W-QTDE-ACUM-FALHAS     PIC 9(07) VALUE ZEROS.
*> Valor de uma coluna da trilha convertido do numérico-editado para
*> a soma (S9(14)V99 cobre a maior coluna, a multiplicação).
 01 W-ACUM-VALOR           PIC S9(14)V99 VALUE ZEROS.
 01 TAB-AGREGADOS.
    02 AG-ENTRADA OCCURS 200.
       03 AG-ORIGEM          PIC X(10).
       03 AG-DATA            PIC 9(06).
       03 AG-QTDE            PIC 9(07).
       03 AG-ESTORNOS        PIC 9(07).
       03 AG-ERROS           PIC 9(07).
       03 AG-SOMA-OP         PIC S9(15)V99 OCCURS 7.
 01 W-QTDE-AGREGADOS       PIC 9(03) VALUE ZEROS.
 01 W-IDX-AG               PIC 9(03) VALUE ZEROS.
 01 W-IDX-BUSCA-AG         PIC 9(03) VALUE ZEROS.
 01 W-IDX-BLOCO            PIC 9(01) VALUE ZEROS.
 01 W-IDX-SOMA             PIC 9(01) VALUE ZEROS.
 01 W-AG-ACHADO            PIC X(01) VALUE "N".
    88 AG-ACHADO                   VALUE "S".
 01 W-AG-ORIGEM            PIC X(10) VALUE SPACES.
 01 W-AG-DATA.
    02 W-AG-ANO            PIC 9(02) VALUE ZEROS.
    02 W-AG-MES            PIC 9(02) VALUE ZEROS.
    02 W-AG-DIA            PIC 9(02) VALUE ZEROS.
 01 W-AG-DATA-N REDEFINES W-AG-DATA PIC 9(06).
*> Acumulado do ano trazido do mês anterior da mesma origem quando o
*> mês ainda não tem registro (origem nova ou mês não virado), e o
*> mês procurado nessa busca e na propagação para os meses seguintes.
 01 W-YTD-ANTERIOR         PIC X(153) VALUE SPACES.
 01 W-YTD-ACHADO           PIC X(01) VALUE "N".
    88 YTD-ACHADO                  VALUE "S".
 01 W-AC-MES-BUSCA         PIC 9(02) VALUE ZEROS.
 01 MASC-ACUM              PIC ZZZ.ZZ9.
*> Rodada de simulação (chave SIMULACAO=S do CALCPARM.DAT): o arquivo
*> de entrada passa pelas mesmas conferências de header/trailer, pela
*> validação, pelo Calcula e pelos tetos de CALCLIM.DAT, mas nada vai
*> para os arquivos permanentes - trilha (CALCLOG/CALCLOGIX/CALCREFIX/
*> CALCRUNIX), CALCIF.CSV, CALCRUNS.DAT, checkpoint, RESULTADOS.DAT,
*> suspensos e acumulador. A trilha indexada é aberta só para leitura
*> (referência já processada, original do estorno e sequência do dia);
*> o que a rodada real faria sai na prévia RELSIM-AAMMDD.REP.
 01 W-MODO-SIMULACAO       PIC X(01) VALUE "N".
    88 MODO-SIMULACAO              VALUE "S".
*> Trilha indexada aberta: sempre na rodada real (criada na primeira
*> execução); na simulação, só se já existir - numa instalação nova não
*> há referência a confrontar nem original a estornar.
 01 W-TRILHA-DISPONIVEL    PIC X(01) VALUE "N".
    88 TRILHA-DISPONIVEL           VALUE "S".
*> Lançamentos aceitos pela simulação: como nada entra no CALCREFIX.DAT,
*> a repetição dentro do próprio arquivo (motivo 06) e o estorno de um
*> cálculo do mesmo arquivo são conferidos contra esta tabela. Cada
*> entrada guarda o necessário para refazer o cálculo do original (par
*> de valores e operações) e a sequência prevista na trilha. Cheia, os
*> lançamentos seguintes ficam fora e a prévia avisa.
 01 TAB-REF-SIMULADA.
    02 SM-ENTRADA OCCURS 5000.
       03 SM-REF             PIC X(10).
       03 SM-TIPO            PIC X(01).
          88 SM-CALCULO             VALUE "C".
          88 SM-ESTORNO             VALUE "E".
       03 SM-REF-ORIGINAL    PIC X(10).
       03 SM-SEQ             PIC 9(05).
       03 SM-N1              PIC S9(07)V99.
       03 SM-N2              PIC S9(07)V99.
       03 SM-OPERACOES       PIC X(07).
 01 W-QTDE-REF-SIMULADA    PIC 9(04) VALUE ZEROS.
 01 W-QTDE-REF-FORA        PIC 9(07) VALUE ZEROS.
 01 W-IDX-SM               PIC 9(04) VALUE ZEROS.
*> Original do estorno achado na tabela da simulação (zero = original
*> da trilha, relido por Prepara-Estorno).
 01 W-EST-ORIG-IDX         PIC 9(04) VALUE ZEROS.
*> Data da trilha no formato de AU-DATA (AA/MM/DD), para a chave
*> prevista dos lançamentos da simulação.
 01 W-DATA-TRILHA.
    02 W-DT-ANO            PIC 9(02) VALUE ZEROS.
    02 FILLER              PIC X(01) VALUE "/".
    02 W-DT-MES            PIC 9(02) VALUE ZEROS.
    02 FILLER              PIC X(01) VALUE "/".
    02 W-DT-DIA            PIC 9(02) VALUE ZEROS.
*> Tetos de CALCLIM.DAT, com as mesmas chaves e regras do CalcExcecao:
*> teto ausente fica com o flag em "N" e o campo não é conferido.
 01 FS-LIMITES             PIC X(02) VALUE "00".
    88 FS-LIMITES-OK              VALUE "00".
    88 FS-LIMITES-NAO-EXISTE      VALUE "35".
 01 W-FIM-LIMITES          PIC X(01) VALUE "N".
    88 FIM-LIMITES                 VALUE "S".
 01 LIMITES-CONFIGURADOS.
    02 W-LIM-SOMA          PIC S9(14)V99 VALUE ZEROS.
    02 W-TEM-LIM-SOMA      PIC X(01) VALUE "N".
       88 TEM-LIM-SOMA            VALUE "S".
    02 W-LIM-SUBTRACAO     PIC S9(14)V99 VALUE ZEROS.
    02 W-TEM-LIM-SUBTRACAO PIC X(01) VALUE "N".
       88 TEM-LIM-SUBTRACAO       VALUE "S".
    02 W-LIM-MULT          PIC S9(14)V99 VALUE ZEROS.
    02 W-TEM-LIM-MULT      PIC X(01) VALUE "N".
       88 TEM-LIM-MULT            VALUE "S".
    02 W-LIM-RESTO         PIC S9(14)V99 VALUE ZEROS.
    02 W-TEM-LIM-RESTO     PIC X(01) VALUE "N".
       88 TEM-LIM-RESTO           VALUE "S".
    02 W-LIM-DIVISAO       PIC S9(08)V99 VALUE ZEROS.
    02 W-TEM-LIM-DIVISAO   PIC X(01) VALUE "N".
       88 TEM-LIM-DIVISAO         VALUE "S".
    02 W-LIM-PERCENTUAL    PIC S9(08)V99 VALUE ZEROS.
    02 W-TEM-LIM-PERC      PIC X(01) VALUE "N".
       88 TEM-LIM-PERC            VALUE "S".
    02 W-LIM-MEDIA         PIC S9(08)V99 VALUE ZEROS.
    02 W-TEM-LIM-MEDIA     PIC X(01) VALUE "N".
       88 TEM-LIM-MEDIA           VALUE "S".
    02 W-PCT-ERRO-MAX      PIC 9(03) VALUE ZEROS.
    02 W-TEM-PCT-ERRO      PIC X(01) VALUE "N".
       88 TEM-PCT-ERRO            VALUE "S".
 01 W-QTDE-LIMITES         PIC 9(02) VALUE ZEROS.
 01 W-QTDE-ERROS           PIC 9(07) VALUE ZEROS.
 01 W-QTDE-EXCECOES        PIC 9(07) VALUE ZEROS.
 01 W-PCT-ERRO             PIC 9(03) VALUE ZEROS.
 01 W-CHK-NOME             PIC X(14) VALUE SPACES.
 01 W-CHK-VALOR            PIC S9(14)V99 VALUE ZEROS.
 01 W-CHK-TETO             PIC S9(14)V99 VALUE ZEROS.
*> Apoio da prévia impressa: nome datado, linha corrente, número do
*> registro de entrada, contagem de linhas e número da página.
 01 FS-PREVIA              PIC X(02) VALUE "00".
    88 FS-PREVIA-OK               VALUE "00".
 01 W-NOME-PREVIA          PIC X(20) VALUE SPACES.
 01 W-LINHA-REL            PIC X(132) VALUE SPACES.
 01 W-PTR-REL              PIC 9(04) VALUE 1.
 01 W-NUM-REG              PIC 9(07) VALUE ZEROS.
 01 W-QTDE-LINHAS          PIC 9(02) VALUE 99.
 01 W-LINHAS-POR-PAGINA    PIC 9(02) VALUE 56.
 01 W-QTDE-PAGINAS         PIC 9(04) VALUE ZEROS.
 01 MASC-PAGINA            PIC ZZZ9.
 01 MASC-QTDE              PIC ZZZ.ZZ9.
 01 MASC-N1                PIC -(7)9,99.
 01 MASC-N2                PIC -(7)9,99.
*> -(14)9,99: os 14 dígitos inteiros de W-Multiplicacao e dos tetos.
 01 MASC-VALOR             PIC -(14)9,99.
 01 MASC-TETO              PIC -(14)9,99.
 SCREEN SECTION.
 01 TELA01.
    02 LINE 02 COLUMN 06 PIC 9(02)/ USING DIA.
     MOVE    ZEROS       TO    DADOS.
     PERFORM Le-Parametros.
     PERFORM Le-Data-Processo.
*> Simulação: nenhum arquivo permanente é aberto para gravação - só a
*> trilha indexada, para leitura.
     IF MODO-SIMULACAO
        PERFORM Abre-Trilha-Simulacao
     ELSE
        OPEN EXTEND ARQ-AUDITORIA
        IF NOT FS-AUDITORIA-OK
           DISPLAY ERASE
           DISPLAY "CALCLOG.DAT nao pode ser aberto para gravacao - status "
                   FS-AUDITORIA AT 0101
           PERFORM Aborta
        END-IF
        PERFORM Abre-Auditoria-Indexada
        PERFORM Abre-Interface
     END-IF.
     PERFORM Seleciona-Modo.
*> Dia contábil já fechado pelo operador: o batch é recusado - os
*> cálculos cairiam num dia que a operação já encerrou. O CalcDia
        DISPLAY "Dia de processamento " DATA-PROCESSO
                " ja fechado - batch recusado." AT 0101
        DISPLAY "Abra o proximo dia com o CalcDia." AT 0201
        PERFORM Fecha-Trilha
        PERFORM Aborta
     END-IF.
     PERFORM Registra-Inicio-Rodada.
        PERFORM Grava-Interface
        PERFORM Exibe-Resultados
     END-IF.
     PERFORM Fecha-Trilha.
*> A simulação não deixa rastro em CALCRUNS.DAT nem no acumulador: a
*> rodada não existiu para o resto da cadeia.
     IF NOT MODO-SIMULACAO
        PERFORM Registra-Fim-Rodada
*> Totais do dia/mês/ano por origem: só uma rodada batch em ordem
*> lança (e leva junto o que rodadas anteriores deixaram pendente).
        IF MODO-BATCH AND RODADA-OK
           PERFORM Atualiza-Acumulador
        END-IF
     ELSE
*> Código 4, nunca zero: um CALCPARM.DAT esquecido com SIMULACAO=S na
*> cadeia noturna para o CalcNoturno em vez de deixar os passos
*> seguintes rodarem como se o arquivo tivesse sido lançado.
        MOVE 4 TO RETURN-CODE
     END-IF.
     PERFORM Finaliza.

 Fecha-Trilha.
*> Fecha a trilha e a interface - na simulação, só o que foi aberto
*> para leitura.
     IF MODO-SIMULACAO
        IF TRILHA-DISPONIVEL
           CLOSE ARQ-AUDIX
           CLOSE ARQ-REFIX
        END-IF
     ELSE
        CLOSE ARQ-AUDITORIA
        CLOSE ARQ-AUDIX
        CLOSE ARQ-REFIX
        CLOSE ARQ-RUNIX
        CLOSE ARQ-INTERFACE
     END-IF.

 Registra-Inicio-Rodada.
*> Registra a abertura da execução em CALCRUNS.DAT: identificador novo
*> (maior já usado + 1), data, hora e modo. O registro "F" só vem no
        CLOSE ARQ-RUNCTL
     END-IF.
     ADD 1 TO W-RUN-ID.
*> Simulação: o identificador é só o previsto para a próxima rodada
*> (sai no cabeçalho da prévia) - o "I" não é gravado.
     IF NOT MODO-SIMULACAO
        PERFORM Grava-Inicio-Rodada
     END-IF.

 Grava-Inicio-Rodada.
     OPEN EXTEND ARQ-RUNCTL.
     IF FS-RUNCTL-NAO-EXISTE
        OPEN OUTPUT ARQ-RUNCTL
        CLOSE ARQ-RUNCTL
     END-IF.

 Atualiza-Acumulador.
*> Lança no mestre acumulador (CALCACUM.DAT) os cálculos da trilha
*> indexada ainda não lançados e avança o registro de controle. Só roda
*> depois de uma rodada batch em ordem (ver Inicio); o mestre é aberto
*> (criado na primeira vez) e a trilha indexada reaberta para leitura,
*> a partir da data da última rodada lançada.
     MOVE "N" TO W-ACUM-FALHOU.
     MOVE ZEROS TO W-QTDE-ACUM-LANCADOS.
     MOVE ZEROS TO W-QTDE-ACUM-FECHADO.
     MOVE ZEROS TO W-QTDE-ACUM-FALHAS.
     MOVE ZEROS TO W-QTDE-AGREGADOS.
     OPEN I-O ARQ-ACUMULADO.
     IF FS-ACUMULADO-NAO-EXISTE
        OPEN OUTPUT ARQ-ACUMULADO
        CLOSE ARQ-ACUMULADO
        OPEN I-O ARQ-ACUMULADO
     END-IF.
     IF NOT FS-ACUMULADO-OK
        DISPLAY "CALCACUM.DAT nao pode ser aberto - status "
                FS-ACUMULADO " - lancamento fica para a proxima rodada"
                AT 1501
        MOVE "S" TO W-ACUM-FALHOU
     END-IF.
     IF NOT ACUM-FALHOU
        PERFORM Le-Controle-Acumulador
        OPEN INPUT ARQ-AUDIX
        IF NOT FS-AUDIX-OK
           DISPLAY "CALCLOGIX.DAT nao pode ser reaberto - status "
                   FS-AUDIX " - lancamento fica para a proxima rodada"
                   AT 1501
           CLOSE ARQ-ACUMULADO
           MOVE "S" TO W-ACUM-FALHOU
        END-IF
     END-IF.
     IF NOT ACUM-FALHOU
        IF W-ACUM-ULT-DATA = SPACES
           MOVE LOW-VALUES TO AX-CHAVE
        ELSE
           MOVE W-ACUM-ULT-DATA TO AX-DATA
           MOVE ZEROS TO AX-SEQ
        END-IF
        MOVE "N" TO W-FIM-AUDIX
        START ARQ-AUDIX KEY IS >= AX-CHAVE
           INVALID KEY MOVE "S" TO W-FIM-AUDIX
        END-START
        PERFORM Lanca-Registro-Acumulador UNTIL FIM-AUDIX
        CLOSE ARQ-AUDIX
        PERFORM Descarrega-Agregados
        PERFORM Grava-Controle-Acumulador
        MOVE W-QTDE-ACUM-LANCADOS TO MASC-ACUM
        DISPLAY "Registros lancados no acumulado : " MASC-ACUM AT 1501
        IF W-QTDE-ACUM-FECHADO > 0
           MOVE W-QTDE-ACUM-FECHADO TO MASC-ACUM
           DISPLAY "ATENCAO: " MASC-ACUM
                   " lancamento(s) em mes ja fechado no CALCACUM.DAT"
                   AT 1601
        END-IF
        IF W-QTDE-ACUM-FALHAS > 0
           MOVE W-QTDE-ACUM-FALHAS TO MASC-ACUM
           DISPLAY "ATENCAO: " MASC-ACUM
                   " gravacao(oes) recusada(s) - acumulado incompleto"
                   AT 1701
        END-IF
        CLOSE ARQ-ACUMULADO
     END-IF.

 Le-Controle-Acumulador.
*> Registro de controle ausente (mestre novo): tudo o que está na
*> trilha indexada entra neste primeiro lançamento.
     MOVE "N" TO W-ACUM-CONTROLE-NOVO.
     MOVE SPACES TO REG-ACUMULADO.
     MOVE "*CONTROLE*" TO AC-ORIGEM.
     MOVE ZEROS TO AC-PERIODO.
     READ ARQ-ACUMULADO KEY IS AC-CHAVE
        INVALID KEY MOVE "S" TO W-ACUM-CONTROLE-NOVO
     END-READ.
     IF ACUM-CONTROLE-NOVO
        MOVE ZEROS  TO W-ACUM-ULT-RUN
        MOVE SPACES TO W-ACUM-ULT-DATA
        MOVE ZEROS  TO W-ACUM-MES-FECHADO
     ELSE
        MOVE AC-CT-ULT-RUN     TO W-ACUM-ULT-RUN
        MOVE AC-CT-ULT-DATA    TO W-ACUM-ULT-DATA
        MOVE AC-CT-MES-FECHADO TO W-ACUM-MES-FECHADO
     END-IF.

 Lanca-Registro-Acumulador.
*> Registro em layout antigo (sem sequência/rodada numérica) fica de
*> fora, como no CalcTotais; das rodadas, só as ainda não lançadas.
     READ ARQ-AUDIX NEXT RECORD
        AT END MOVE "S" TO W-FIM-AUDIX
     END-READ.
     IF NOT FIM-AUDIX
        IF AX-SEQ IS NUMERIC AND AX-RUN-ID IS NUMERIC
           IF AX-RUN-ID > W-ACUM-ULT-RUN AND AX-RUN-ID NOT > W-RUN-ID
              PERFORM Agrega-Registro-Acumulador
           END-IF
        END-IF
     END-IF.

 Agrega-Registro-Acumulador.
     MOVE AX-ORIGEM TO W-AG-ORIGEM.
     IF W-AG-ORIGEM = SPACES
        MOVE "SEM ORIGEM" TO W-AG-ORIGEM
     END-IF.
     MOVE AX-ANO TO W-AG-ANO.
     MOVE AX-MES TO W-AG-MES.
     MOVE AX-DIA TO W-AG-DIA.
     MOVE "N" TO W-AG-ACHADO.
     PERFORM VARYING W-IDX-BUSCA-AG FROM 1 BY 1
              UNTIL W-IDX-BUSCA-AG > W-QTDE-AGREGADOS OR AG-ACHADO
        IF AG-ORIGEM (W-IDX-BUSCA-AG) = W-AG-ORIGEM
           AND AG-DATA (W-IDX-BUSCA-AG) = W-AG-DATA-N
           MOVE W-IDX-BUSCA-AG TO W-IDX-AG
           MOVE "S" TO W-AG-ACHADO
        END-IF
     END-PERFORM.
     IF NOT AG-ACHADO
        IF W-QTDE-AGREGADOS = 200
           PERFORM Descarrega-Agregados
        END-IF
        ADD 1 TO W-QTDE-AGREGADOS
        MOVE W-QTDE-AGREGADOS TO W-IDX-AG
        INITIALIZE AG-ENTRADA (W-IDX-AG)
        MOVE W-AG-ORIGEM TO AG-ORIGEM (W-IDX-AG)
        MOVE W-AG-DATA-N TO AG-DATA (W-IDX-AG)
     END-IF.
*> Estorno conta à parte (e soma o sinal trocado que já traz); erro é
*> o cálculo cuja observação não é "OK" (divisão por zero, estouros).
     IF AX-ESTORNO
        ADD 1 TO AG-ESTORNOS (W-IDX-AG)
     ELSE
        ADD 1 TO AG-QTDE (W-IDX-AG)
        IF AX-OBSERVACAO NOT = "OK"
           ADD 1 TO AG-ERROS (W-IDX-AG)
        END-IF
     END-IF.
     ADD 1 TO W-QTDE-ACUM-LANCADOS.
*> Coluna em branco (operação não pedida) não soma nada.
     IF AX-SOMA-X NOT = SPACES
        MOVE AX-SOMA TO W-ACUM-VALOR
        ADD W-ACUM-VALOR TO AG-SOMA-OP (W-IDX-AG 1)
     END-IF.
     IF AX-SUBTRACAO-X NOT = SPACES
        MOVE AX-SUBTRACAO TO W-ACUM-VALOR
        ADD W-ACUM-VALOR TO AG-SOMA-OP (W-IDX-AG 2)
     END-IF.
     IF AX-MULTIPLICACAO-X NOT = SPACES
        MOVE AX-MULTIPLICACAO TO W-ACUM-VALOR
        ADD W-ACUM-VALOR TO AG-SOMA-OP (W-IDX-AG 3)
     END-IF.
     IF AX-DIVISAO-X NOT = SPACES
        MOVE AX-DIVISAO TO W-ACUM-VALOR
        ADD W-ACUM-VALOR TO AG-SOMA-OP (W-IDX-AG 4)
     END-IF.
     IF AX-PERCENTUAL-X NOT = SPACES
        MOVE AX-PERCENTUAL TO W-ACUM-VALOR
        ADD W-ACUM-VALOR TO AG-SOMA-OP (W-IDX-AG 5)
     END-IF.
     IF AX-MEDIA-X NOT = SPACES
        MOVE AX-MEDIA TO W-ACUM-VALOR
        ADD W-ACUM-VALOR TO AG-SOMA-OP (W-IDX-AG 6)
     END-IF.
     IF AX-RESTO-X NOT = SPACES
        MOVE AX-RESTO TO W-ACUM-VALOR
        ADD W-ACUM-VALOR TO AG-SOMA-OP (W-IDX-AG 7)
     END-IF.

 Descarrega-Agregados.
     PERFORM VARYING W-IDX-AG FROM 1 BY 1
              UNTIL W-IDX-AG > W-QTDE-AGREGADOS
        PERFORM Posta-Agregado
     END-PERFORM.
     MOVE ZEROS TO W-QTDE-AGREGADOS.

 Posta-Agregado.
*> Uma combinação origem + dia no registro do mês: o bloco do dia é
*> recomeçado quando o dia lançado é mais novo que o guardado (um dia
*> mais velho, de rodada atrasada, só entra no mês e no ano); mês e ano
*> sempre somam. Depois, o ano dos meses seguintes já abertos da mesma
*> origem recebe o mesmo lançamento.
     MOVE AG-DATA (W-IDX-AG) TO W-AG-DATA-N.
     MOVE SPACES TO REG-ACUMULADO.
     MOVE AG-ORIGEM (W-IDX-AG) TO AC-ORIGEM.
     MOVE W-AG-ANO TO AC-ANO.
     MOVE W-AG-MES TO AC-MES.
     MOVE "S" TO W-ACUM-EXISTE.
     READ ARQ-ACUMULADO KEY IS AC-CHAVE
        INVALID KEY MOVE "N" TO W-ACUM-EXISTE
     END-READ.
     IF ACUM-EXISTE
        IF AC-MES-FECHADO
           ADD 1 TO W-QTDE-ACUM-FECHADO
        END-IF
     ELSE
        PERFORM Cria-Mes-Acumulador
     END-IF.
     IF W-AG-DATA-N > AC-DATA-DIA
        INITIALIZE AC-TOTAIS (1)
        MOVE W-AG-DATA-N TO AC-DATA-DIA
     END-IF.
     IF W-AG-DATA-N = AC-DATA-DIA
        MOVE 1 TO W-IDX-BLOCO
        PERFORM Soma-Agregado-Bloco
     END-IF.
     MOVE 2 TO W-IDX-BLOCO.
     PERFORM Soma-Agregado-Bloco.
     MOVE 3 TO W-IDX-BLOCO.
     PERFORM Soma-Agregado-Bloco.
     IF ACUM-EXISTE
        REWRITE REG-ACUMULADO
           INVALID KEY ADD 1 TO W-QTDE-ACUM-FALHAS
        END-REWRITE
     ELSE
        WRITE REG-ACUMULADO
           INVALID KEY ADD 1 TO W-QTDE-ACUM-FALHAS
        END-WRITE
     END-IF.
     MOVE 3 TO W-IDX-BLOCO.
     COMPUTE W-AC-MES-BUSCA = W-AG-MES + 1.
     PERFORM Propaga-Ano-Acumulador UNTIL W-AC-MES-BUSCA > 12.

 Cria-Mes-Acumulador.
*> Mês ainda sem registro para a origem: o ano começa do acumulado do
*> mês anterior mais recente da mesma origem no mesmo ano (zero se não
*> houver - origem nova ou janeiro).
     MOVE "N" TO W-YTD-ACHADO.
     COMPUTE W-AC-MES-BUSCA = W-AG-MES - 1.
     PERFORM Procura-Ano-Anterior
        UNTIL W-AC-MES-BUSCA = 0 OR YTD-ACHADO.
     MOVE SPACES TO REG-ACUMULADO.
     MOVE AG-ORIGEM (W-IDX-AG) TO AC-ORIGEM.
     MOVE W-AG-ANO TO AC-ANO.
     MOVE W-AG-MES TO AC-MES.
     MOVE "A" TO AC-SITUACAO.
     MOVE ZEROS TO AC-DATA-DIA.
     INITIALIZE AC-TOTAIS (1).
     INITIALIZE AC-TOTAIS (2).
     INITIALIZE AC-TOTAIS (3).
     IF YTD-ACHADO
        MOVE W-YTD-ANTERIOR TO AC-TOTAIS (3)
     END-IF.

 Procura-Ano-Anterior.
     MOVE SPACES TO REG-ACUMULADO.
     MOVE AG-ORIGEM (W-IDX-AG) TO AC-ORIGEM.
     MOVE W-AG-ANO TO AC-ANO.
     MOVE W-AC-MES-BUSCA TO AC-MES.
     MOVE "S" TO W-YTD-ACHADO.
     READ ARQ-ACUMULADO KEY IS AC-CHAVE
        INVALID KEY MOVE "N" TO W-YTD-ACHADO
     END-READ.
     IF YTD-ACHADO
        MOVE AC-TOTAIS (3) TO W-YTD-ANTERIOR
     ELSE
        SUBTRACT 1 FROM W-AC-MES-BUSCA
     END-IF.

 Propaga-Ano-Acumulador.
     MOVE SPACES TO REG-ACUMULADO.
     MOVE AG-ORIGEM (W-IDX-AG) TO AC-ORIGEM.
     MOVE W-AG-ANO TO AC-ANO.
     MOVE W-AC-MES-BUSCA TO AC-MES.
     MOVE "S" TO W-ACUM-EXISTE.
     READ ARQ-ACUMULADO KEY IS AC-CHAVE
        INVALID KEY MOVE "N" TO W-ACUM-EXISTE
     END-READ.
     IF ACUM-EXISTE
        PERFORM Soma-Agregado-Bloco
        REWRITE REG-ACUMULADO
           INVALID KEY ADD 1 TO W-QTDE-ACUM-FALHAS
        END-REWRITE
     END-IF.
     ADD 1 TO W-AC-MES-BUSCA.

 Soma-Agregado-Bloco.
     ADD AG-QTDE (W-IDX-AG)     TO AC-QTDE (W-IDX-BLOCO).
     ADD AG-ESTORNOS (W-IDX-AG) TO AC-ESTORNOS (W-IDX-BLOCO).
     ADD AG-ERROS (W-IDX-AG)    TO AC-ERROS (W-IDX-BLOCO).
     PERFORM VARYING W-IDX-SOMA FROM 1 BY 1 UNTIL W-IDX-SOMA > 7
        ADD AG-SOMA-OP (W-IDX-AG W-IDX-SOMA)
         TO AC-SOMA-OP (W-IDX-BLOCO W-IDX-SOMA)
     END-PERFORM.

 Grava-Controle-Acumulador.
*> Avança o controle para esta rodada: a próxima varredura começa na
*> data de hoje e só pega rodadas posteriores. O mês fechado é do
*> CalcDia e passa intacto.
     MOVE SPACES TO REG-ACUMULADO.
     MOVE "*CONTROLE*" TO AC-ORIGEM.
     MOVE ZEROS TO AC-PERIODO.
     MOVE "S" TO W-ACUM-EXISTE.
     READ ARQ-ACUMULADO KEY IS AC-CHAVE
        INVALID KEY MOVE "N" TO W-ACUM-EXISTE
     END-READ.
     IF NOT ACUM-EXISTE
        MOVE SPACES TO REG-ACUMULADO
        MOVE "*CONTROLE*" TO AC-ORIGEM
        MOVE ZEROS TO AC-PERIODO
        MOVE ZEROS TO AC-DATA-DIA
        MOVE W-ACUM-MES-FECHADO TO AC-CT-MES-FECHADO
     END-IF.
     MOVE W-RUN-ID TO AC-CT-ULT-RUN.
     MOVE SPACES TO AC-CT-ULT-DATA.
     STRING P-ANO "/" P-MES "/" P-DIA DELIMITED BY SIZE
            INTO AC-CT-ULT-DATA
     END-STRING.
     IF ACUM-EXISTE
        REWRITE REG-ACUMULADO
           INVALID KEY ADD 1 TO W-QTDE-ACUM-FALHAS
        END-REWRITE
     ELSE
        WRITE REG-ACUMULADO
           INVALID KEY ADD 1 TO W-QTDE-ACUM-FALHAS
        END-WRITE
     END-IF.

 Abre-Auditoria-Indexada.
*> Abre o mestre indexado da trilha (criando-o na primeira execução) e
*> retoma a sequência do dia: posiciona na primeira chave de hoje e lê
        CLOSE ARQ-AUDIX
        PERFORM Aborta
     END-IF.
*> Índice por rodada, idem.
     OPEN I-O ARQ-RUNIX.
     IF FS-RUNIX-NAO-EXISTE
        OPEN OUTPUT ARQ-RUNIX
        CLOSE ARQ-RUNIX
        OPEN I-O ARQ-RUNIX
     END-IF.
     IF NOT FS-RUNIX-OK
        DISPLAY ERASE
        DISPLAY "CALCRUNIX.DAT nao pode ser aberto - status "
                FS-RUNIX AT 0101
        CLOSE ARQ-AUDITORIA
        CLOSE ARQ-AUDIX
        CLOSE ARQ-REFIX
        PERFORM Aborta
     END-IF.
     MOVE "S" TO W-TRILHA-DISPONIVEL.
     PERFORM Retoma-Seq-Dia.

 Abre-Trilha-Simulacao.
*> Simulação: o mestre indexado e o índice por referência são abertos
*> só para leitura e nunca criados. Ausentes (instalação nova), não há
*> referência a confrontar nem original a estornar e a sequência do
*> dia começa do zero, como começaria na rodada real. Outra falha de
*> abertura interrompe, como na rodada real.
     MOVE "N" TO W-TRILHA-DISPONIVEL.
     MOVE ZEROS TO W-SEQ-AUDITORIA.
     OPEN INPUT ARQ-AUDIX.
     IF NOT FS-AUDIX-OK AND NOT FS-AUDIX-NAO-EXISTE
        DISPLAY ERASE
        DISPLAY "CALCLOGIX.DAT nao pode ser aberto - status "
                FS-AUDIX AT 0101
        PERFORM Aborta
     END-IF.
     IF FS-AUDIX-OK
        OPEN INPUT ARQ-REFIX
        IF NOT FS-REFIX-OK AND NOT FS-REFIX-NAO-EXISTE
           DISPLAY ERASE
           DISPLAY "CALCREFIX.DAT nao pode ser aberto - status "
                   FS-REFIX AT 0101
           CLOSE ARQ-AUDIX
           PERFORM Aborta
        END-IF
        IF FS-REFIX-OK
           MOVE "S" TO W-TRILHA-DISPONIVEL
        ELSE
           CLOSE ARQ-AUDIX
        END-IF
     END-IF.
     IF TRILHA-DISPONIVEL
        PERFORM Retoma-Seq-Dia
     END-IF.

 Retoma-Seq-Dia.
     MOVE ZEROS TO W-SEQ-AUDITORIA.
     MOVE P-ANO TO AX-ANO.
     MOVE "/"    TO AX-SEP1.
        PERFORM Le-Linha-Parametro
        PERFORM Trata-Parametro UNTIL FIM-PARAMETROS
        CLOSE ARQ-PARAMETROS
*> Simulação é sempre de uma rodada batch: a chave vale por cima de
*> MODO, qualquer que seja a ordem das linhas.
        IF MODO-SIMULACAO
           MOVE "B" TO W-MODO-EXECUCAO
        END-IF
     END-IF.

 Le-Linha-Parametro.
              IF W-PARM-VALOR (1:6) = "EXTEND"
                 MOVE "E" TO W-RESULTADOS-ABERTURA
              END-IF
           WHEN "ACEITA-REF-REPETIDA"
              IF W-PARM-VALOR (1:1) = "S" OR W-PARM-VALOR (1:1) = "s"
                 MOVE "S" TO W-ACEITA-REF-REPETIDA
              END-IF
           WHEN "SIMULACAO"
              IF W-PARM-VALOR (1:1) = "S" OR W-PARM-VALOR (1:1) = "s"
                 MOVE "S" TO W-MODO-SIMULACAO
              END-IF
           WHEN OTHER
              CONTINUE
        END-EVALUATE
     MOVE "N" TO W-HEADER-DATA-DIVERGE.
     MOVE "N" TO W-TRAILER-INVALIDO.
     MOVE "S" TO W-RODADA-OK.
*> Simulação: em vez das saídas da rodada, só a prévia - e o
*> checkpoint nem é lido, a prévia cobre o arquivo inteiro.
     IF MODO-SIMULACAO
        PERFORM Abre-Previa
     ELSE
        PERFORM Abre-Saidas-Batch
     END-IF.
     PERFORM Pula-Registros-Processados.
*> Rodada retomada de checkpoint: o header já foi consumido (e
              PERFORM Trata-Trailer
           WHEN "D"
              PERFORM Processa-Detalhe
           WHEN "E"
              PERFORM Processa-Estorno
           WHEN OTHER
              MOVE "03" TO W-MOTIVO-REJEICAO
              MOVE "TIPO DE REGISTRO INVALIDO" TO W-DESCR-REJEICAO
              MOVE SPACES TO W-COMPL-REJEICAO
              PERFORM Registra-Rejeitado
              ADD 1 TO W-QTDE-REJEITADOS
        END-EVALUATE
        ADD 1 TO W-QTDE-PROCESSADOS
        IF NOT MODO-SIMULACAO
           IF FUNCTION MOD(W-QTDE-PROCESSADOS, W-CHECKPOINT-INTERVALO) = 0
              PERFORM Grava-Checkpoint
           END-IF
        END-IF
        PERFORM Le-Transacao
     END-PERFORM.
     CLOSE ARQ-TRANSACOES.
     IF NOT MODO-SIMULACAO
        CLOSE ARQ-RESULTADOS
        CLOSE ARQ-REJEITADOS
     END-IF.
     DISPLAY ERASE.
     DISPLAY "Registros lidos nesta rodada ..: " W-QTDE-PROCESSADOS AT 0101.
     DISPLAY "Registros aceitos .............: " W-QTDE-ACEITOS AT 0201.
     DISPLAY "Registros rejeitados ..........: " W-QTDE-REJEITADOS AT 0301.
     IF MODO-SIMULACAO
        DISPLAY "SIMULACAO - nada gravado; previa em "
                FUNCTION TRIM(W-NOME-PREVIA) AT 0401
     ELSE
        IF W-QTDE-REJEITADOS > 0
           DISPLAY "Rejeitados gravados em " FUNCTION TRIM(W-ARQ-REJEITADOS)
                   " - corrigir e reprocessar." AT 0401
        END-IF
     END-IF.
*> O arquivo de suspensos não carrega header/trailer - a conferência de
*> controles só se aplica à rodada normal; rejeitados pendentes, porém,
*> Rodada leu o arquivo até o fim sem abendar - zera o checkpoint para
*> a próxima execução começar do zero em vez de pular registros novos
*> (a conferência do trailer não muda isso: um arquivo corrigido que
*> chegar depois é uma rodada nova, não uma retomada). A simulação não
*> toca no checkpoint - uma rodada real abendada continua retomável -
*> e fecha a prévia com o resumo dos controles.
     IF MODO-SIMULACAO
        PERFORM Encerra-Previa
     ELSE
        PERFORM Zera-Checkpoint
     END-IF.

 Abre-Saidas-Batch.
     PERFORM Le-Checkpoint.
*> Retomando de um checkpoint > 0: abre em EXTEND para nao truncar as
*> linhas ja gravadas por rodadas anteriores (Pula-Registros-Processados
*> nao regrava esses resultados). Primeira execucao (checkpoint zerado):
*> OUTPUT, como sempre, para comecar o arquivo do zero. A chave
*> RESULTADOS do CALCPARM.DAT, quando presente, força NOVO ou EXTEND
*> por cima dessa regra.
     EVALUATE W-RESULTADOS-ABERTURA
        WHEN "N"
           OPEN OUTPUT ARQ-RESULTADOS
        WHEN "E"
           OPEN EXTEND ARQ-RESULTADOS
        WHEN OTHER
           IF W-QTDE-CHECKPOINT > 0
              OPEN EXTEND ARQ-RESULTADOS
           ELSE
              OPEN OUTPUT ARQ-RESULTADOS
           END-IF
     END-EVALUATE.
     IF NOT FS-RESULTADOS-OK
        DISPLAY ERASE
        DISPLAY "RESULTADOS.DAT nao pode ser aberto para gravacao - status "
                FS-RESULTADOS AT 0101
        CLOSE ARQ-TRANSACOES
        PERFORM Aborta
     END-IF.
*> Mesma regra de abertura do ARQ-RESULTADOS acima: uma rodada retomada
*> de checkpoint acrescenta ao arquivo de suspensos em vez de truncar
*> os rejeitados já gravados pela execução que abendou (os registros
*> de entrada correspondentes são pulados e não seriam rejeitados de novo).
     IF W-QTDE-CHECKPOINT > 0
        OPEN EXTEND ARQ-REJEITADOS
     ELSE
        OPEN OUTPUT ARQ-REJEITADOS
     END-IF.
     IF NOT FS-REJEITADOS-OK
        DISPLAY ERASE
        DISPLAY FUNCTION TRIM(W-ARQ-REJEITADOS)
                " nao pode ser aberto para gravacao - status "
                FS-REJEITADOS AT 0101
        CLOSE ARQ-TRANSACOES
        CLOSE ARQ-RESULTADOS
        PERFORM Aborta
     END-IF.

 Trata-Header.
*> Primeiro registro de controle do arquivo: guarda a origem e confere
        ADD W-N1 TO W-HASH-N1
        ADD W-N2 TO W-HASH-N2
        PERFORM Calcula
        IF MODO-SIMULACAO
           PERFORM Previa-Lancamento
        ELSE
           PERFORM Grava-Auditoria
           PERFORM Grava-Resultado-Batch
           PERFORM Grava-Interface
        END-IF
        ADD 1 TO W-QTDE-ACEITOS
     ELSE
        PERFORM Registra-Rejeitado
        ADD 1 TO W-QTDE-REJEITADOS
     END-IF.

 Processa-Estorno.
*> Estorno conta como detalhe na conferência do trailer, mas não entra
*> nos hash totals (não traz par de valores). Aceito, segue para as
*> mesmas saídas de um cálculo - trilha, RESULTADOS.DAT e CALCIF.CSV -
*> com os resultados do original de sinal trocado; recusado, vai para
*> o arquivo de suspensos como qualquer detalhe.
     ADD 1 TO W-QTDE-DETALHES.
     PERFORM Valida-Estorno.
     IF TRANSACAO-VALIDA
        MOVE ES-REF TO W-REFERENCIA
        IF ES-ORIGEM = SPACES
           MOVE W-ORIGEM-HEADER TO W-ORIGEM
        ELSE
           MOVE ES-ORIGEM TO W-ORIGEM
        END-IF
*> Original aceito por esta mesma simulação: não está na trilha, o
*> estorno é montado sobre a tabela da simulação.
        IF W-EST-ORIG-IDX > 0
           PERFORM Prepara-Estorno-Simulado
        ELSE
           PERFORM Prepara-Estorno
        END-IF
        IF MODO-SIMULACAO
           PERFORM Previa-Lancamento
        ELSE
           PERFORM Grava-Auditoria
           PERFORM Grava-Resultado-Batch
           PERFORM Grava-Interface
        END-IF
        MOVE "N" TO W-ESTORNO-CORRENTE
        ADD 1 TO W-QTDE-ACEITOS
     ELSE
        PERFORM Registra-Rejeitado
        ADD 1 TO W-QTDE-REJEITADOS
     END-IF.

 Valida-Estorno.
*> A referência do próprio estorno passa pela mesma checagem de
*> referência já processada dos detalhes (ES-REF ocupa a posição de
*> TR-REF). Motivos: 07 = referência original ausente ou não
*> encontrada na trilha, 08 = original já estornado.
     MOVE "S" TO W-TRANSACAO-VALIDA.
     MOVE SPACES TO W-MOTIVO-REJEICAO.
     MOVE SPACES TO W-DESCR-REJEICAO.
     MOVE SPACES TO W-COMPL-REJEICAO.
     IF ES-REF-ORIGINAL = SPACES
        MOVE "N" TO W-TRANSACAO-VALIDA
        MOVE "07" TO W-MOTIVO-REJEICAO
        MOVE "REF ORIGINAL NAO ENCONTRADA" TO W-DESCR-REJEICAO
     END-IF.
     IF TRANSACAO-VALIDA AND ES-REF NOT = SPACES
        PERFORM Verifica-Ref-Processada
     END-IF.
     IF TRANSACAO-VALIDA
        PERFORM Localiza-Original
     END-IF.

 Localiza-Original.
*> Percorre as entradas da referência original no CALCREFIX.DAT: o
*> próprio cálculo (AU-REF igual à referência) conta como original -
*> o último lido, o mais recente, é o que será estornado; a entrada de
*> ligação gravada por um estorno anterior conta como estorno.
     MOVE ZEROS TO W-EST-QTDE-ORIGINAIS.
     MOVE ZEROS TO W-EST-QTDE-ESTORNOS.
     MOVE SPACES TO W-EST-ORIG-DATA.
     MOVE ZEROS TO W-EST-ORIG-SEQ.
     MOVE ZEROS TO W-EST-ORIG-IDX.
     MOVE SPACES TO REG-REFIX.
     MOVE ES-REF-ORIGINAL TO RX-REF.
     MOVE LOW-VALUES TO RX-AUD-CHAVE.
     MOVE "N" TO W-FIM-REFIX.
     IF TRILHA-DISPONIVEL
        START ARQ-REFIX KEY IS >= RX-CHAVE
           INVALID KEY MOVE "S" TO W-FIM-REFIX
        END-START
     ELSE
        MOVE "S" TO W-FIM-REFIX
     END-IF.
     PERFORM Le-Ocorrencia-Original UNTIL FIM-REFIX.
     IF MODO-SIMULACAO
        PERFORM Procura-Original-Simulado
     END-IF.
     IF W-EST-QTDE-ORIGINAIS = 0
        MOVE "N" TO W-TRANSACAO-VALIDA
        MOVE "07" TO W-MOTIVO-REJEICAO
        MOVE "REF ORIGINAL NAO ENCONTRADA" TO W-DESCR-REJEICAO
     ELSE
        IF W-EST-QTDE-ESTORNOS NOT < W-EST-QTDE-ORIGINAIS
           MOVE "N" TO W-TRANSACAO-VALIDA
           MOVE "08" TO W-MOTIVO-REJEICAO
           MOVE "REF ORIGINAL JA ESTORNADA" TO W-DESCR-REJEICAO
        END-IF
     END-IF.
     IF NOT TRANSACAO-VALIDA
        STRING "REF ORIGINAL " ES-REF-ORIGINAL
               DELIMITED BY SIZE INTO W-COMPL-REJEICAO
        END-STRING
     END-IF.

 Le-Ocorrencia-Original.
     READ ARQ-REFIX NEXT RECORD
        AT END MOVE "S" TO W-FIM-REFIX
     END-READ.
     IF NOT FIM-REFIX
        IF RX-REF NOT = ES-REF-ORIGINAL
           MOVE "S" TO W-FIM-REFIX
        ELSE
           MOVE RX-DATA TO AX-DATA
           MOVE RX-SEQ  TO AX-SEQ
           READ ARQ-AUDIX
              INVALID KEY
                 MOVE SPACES TO AX-REF
                 MOVE SPACES TO AX-OBSERVACAO
           END-READ
           IF AX-ESTORNO AND AX-EST-REF = ES-REF-ORIGINAL
              ADD 1 TO W-EST-QTDE-ESTORNOS
           ELSE
              IF AX-REF = ES-REF-ORIGINAL AND NOT AX-ESTORNO
                 ADD 1 TO W-EST-QTDE-ORIGINAIS
                 MOVE RX-DATA TO W-EST-ORIG-DATA
                 MOVE RX-SEQ  TO W-EST-ORIG-SEQ
              END-IF
           END-IF
        END-IF
     END-IF.

 Procura-Original-Simulado.
*> Original (ou estorno anterior dele) aceito por esta mesma simulação:
*> não está no índice, está na tabela da simulação. Um original da
*> tabela é sempre mais recente que os da trilha - passa a ser o
*> estornado, como o último lido em Le-Ocorrencia-Original.
     PERFORM VARYING W-IDX-SM FROM 1 BY 1
             UNTIL W-IDX-SM > W-QTDE-REF-SIMULADA
        IF SM-CALCULO (W-IDX-SM)
           AND SM-REF (W-IDX-SM) = ES-REF-ORIGINAL
           ADD 1 TO W-EST-QTDE-ORIGINAIS
           MOVE W-IDX-SM TO W-EST-ORIG-IDX
        END-IF
        IF SM-ESTORNO (W-IDX-SM)
           AND SM-REF-ORIGINAL (W-IDX-SM) = ES-REF-ORIGINAL
           ADD 1 TO W-EST-QTDE-ESTORNOS
        END-IF
     END-PERFORM.

 Prepara-Estorno.
*> Relê o original localizado e monta o estorno sobre ele: o mesmo par
*> de valores, as mesmas operações (coluna preenchida no original =
*> operação selecionada) e cada resultado com o sinal trocado. Não há
*> Calcula - o estorno desfaz o que foi lançado, não recalcula.
     MOVE W-EST-ORIG-DATA TO AX-DATA.
     MOVE W-EST-ORIG-SEQ  TO AX-SEQ.
     READ ARQ-AUDIX
        INVALID KEY CONTINUE
     END-READ.
     MOVE ZEROS TO DADOS.
     MOVE AX-N1 TO W-N1.
     MOVE AX-N2 TO W-N2.
     MOVE "N" TO OPSEL-SOMA.
     MOVE "N" TO OPSEL-SUBTRACAO.
     MOVE "N" TO OPSEL-MULTIPLICACAO.
     MOVE "N" TO OPSEL-DIVISAO.
     MOVE "N" TO OPSEL-PERCENTUAL.
     MOVE "N" TO OPSEL-MEDIA.
     MOVE "N" TO OPSEL-RESTO.
     IF AX-SOMA-X NOT = SPACES
        MOVE "S" TO OPSEL-SOMA
        MOVE AX-SOMA TO W-Soma
        COMPUTE W-Soma = 0 - W-Soma
     END-IF.
     IF AX-SUBTRACAO-X NOT = SPACES
        MOVE "S" TO OPSEL-SUBTRACAO
        MOVE AX-SUBTRACAO TO W-Subtracao
        COMPUTE W-Subtracao = 0 - W-Subtracao
     END-IF.
     IF AX-MULTIPLICACAO-X NOT = SPACES
        MOVE "S" TO OPSEL-MULTIPLICACAO
        MOVE AX-MULTIPLICACAO TO W-Multiplicacao
        COMPUTE W-Multiplicacao = 0 - W-Multiplicacao
     END-IF.
     IF AX-DIVISAO-X NOT = SPACES
        MOVE "S" TO OPSEL-DIVISAO
        MOVE AX-DIVISAO TO W-Divisao
        COMPUTE W-Divisao = 0 - W-Divisao
     END-IF.
     IF AX-PERCENTUAL-X NOT = SPACES
        MOVE "S" TO OPSEL-PERCENTUAL
        MOVE AX-PERCENTUAL TO W-Percentual
        COMPUTE W-Percentual = 0 - W-Percentual
     END-IF.
     IF AX-MEDIA-X NOT = SPACES
        MOVE "S" TO OPSEL-MEDIA
        MOVE AX-MEDIA TO W-Media
        COMPUTE W-Media = 0 - W-Media
     END-IF.
     IF AX-RESTO-X NOT = SPACES
        MOVE "S" TO OPSEL-RESTO
        MOVE AX-RESTO TO W-Resto
        COMPUTE W-Resto = 0 - W-Resto
     END-IF.
     MOVE "N" TO W-ERRO-DIVISAO.
     MOVE "N" TO W-ERRO-MULTIPLICACAO.
     MOVE "N" TO W-ERRO-PERCENTUAL.
     MOVE ES-REF-ORIGINAL TO W-OBS-EST-REF.
     MOVE W-EST-ORIG-DATA TO W-OBS-EST-DATA.
     MOVE W-EST-ORIG-SEQ  TO W-OBS-EST-SEQ.
     MOVE "S" TO W-ESTORNO-CORRENTE.

 Prepara-Estorno-Simulado.
*> Estorno de um cálculo aceito por esta mesma simulação: não há
*> registro na trilha para reler - refaz o cálculo com o par e as
*> operações guardados na tabela e troca o sinal de cada resultado,
*> o mesmo que Prepara-Estorno tira do registro relido. A chave do
*> original na observação é a prevista pela simulação.
     MOVE ZEROS TO DADOS.
     MOVE SM-N1 (W-EST-ORIG-IDX) TO W-N1.
     MOVE SM-N2 (W-EST-ORIG-IDX) TO W-N2.
     MOVE SM-OPERACOES (W-EST-ORIG-IDX) TO SELECAO-OPERACOES.
     PERFORM Calcula.
     COMPUTE W-Soma          = 0 - W-Soma.
     COMPUTE W-Subtracao     = 0 - W-Subtracao.
     COMPUTE W-Multiplicacao = 0 - W-Multiplicacao.
     COMPUTE W-Divisao       = 0 - W-Divisao.
     COMPUTE W-Percentual    = 0 - W-Percentual.
     COMPUTE W-Media         = 0 - W-Media.
     COMPUTE W-Resto         = 0 - W-Resto.
     MOVE "N" TO W-ERRO-DIVISAO.
     MOVE "N" TO W-ERRO-MULTIPLICACAO.
     MOVE "N" TO W-ERRO-PERCENTUAL.
     MOVE ES-REF-ORIGINAL TO W-OBS-EST-REF.
     MOVE W-DATA-TRILHA   TO W-OBS-EST-DATA.
     MOVE SM-SEQ (W-EST-ORIG-IDX) TO W-OBS-EST-SEQ.
     MOVE "S" TO W-ESTORNO-CORRENTE.

 Verifica-Controles.
*> Conferência de fim de rodada contra os registros de controle do
*> arquivo: header presente e do dia, trailer presente e batendo com a
     MOVE "S" TO W-TRANSACAO-VALIDA.
     MOVE SPACES TO W-MOTIVO-REJEICAO.
     MOVE SPACES TO W-DESCR-REJEICAO.
     MOVE SPACES TO W-COMPL-REJEICAO.
     MOVE SPACES TO W-ENTRADA-TXT.
     STRING TR-IMAGEM(20:8) "," TR-IMAGEM(28:2)
            DELIMITED BY SIZE INTO W-ENTRADA-TXT
           MOVE "SELECAO DE OPERACOES INVALIDA" TO W-DESCR-REJEICAO
        END-IF
     END-IF.
     IF TRANSACAO-VALIDA AND TR-REF NOT = SPACES
        PERFORM Verifica-Ref-Processada
     END-IF.

 Verifica-Ref-Processada.
*> Percorre as entradas da referência no CALCREFIX.DAT (a chave termina
*> na data + sequência da trilha, então a primeira lida é a ocorrência
*> mais antiga) e busca no mestre indexado a rodada de cada uma.
*> Motivos: 05 = processada numa rodada anterior, 06 = repetida no
*> próprio arquivo (ocorrência com o run ID desta rodada).
     MOVE "N" TO W-REF-ANTERIOR.
     MOVE "N" TO W-REF-NA-RODADA.
     MOVE SPACES TO W-REF-PRIM-DATA.
     MOVE ZEROS TO W-REF-PRIM-RUN.
     MOVE SPACES TO REG-REFIX.
     MOVE TR-REF TO RX-REF.
     MOVE LOW-VALUES TO RX-AUD-CHAVE.
     MOVE "N" TO W-FIM-REFIX.
     IF TRILHA-DISPONIVEL
        START ARQ-REFIX KEY IS >= RX-CHAVE
           INVALID KEY MOVE "S" TO W-FIM-REFIX
        END-START
     ELSE
        MOVE "S" TO W-FIM-REFIX
     END-IF.
     PERFORM Le-Ocorrencia-Ref UNTIL FIM-REFIX.
     IF MODO-SIMULACAO
        PERFORM Procura-Ref-Simulada
     END-IF.
     IF REF-NA-RODADA
        MOVE "N" TO W-TRANSACAO-VALIDA
        MOVE "06" TO W-MOTIVO-REJEICAO
        MOVE "REF REPETIDA NO ARQUIVO" TO W-DESCR-REJEICAO
     ELSE
        IF REF-ANTERIOR AND NOT ACEITA-REF-REPETIDA
           MOVE "N" TO W-TRANSACAO-VALIDA
           MOVE "05" TO W-MOTIVO-REJEICAO
           MOVE "REF JA PROCESSADA" TO W-DESCR-REJEICAO
        END-IF
     END-IF.
     IF NOT TRANSACAO-VALIDA
        STRING "EM " W-REF-PRIM-DATA " RODADA " W-REF-PRIM-RUN
               DELIMITED BY SIZE INTO W-COMPL-REJEICAO
        END-STRING
     END-IF.

 Le-Ocorrencia-Ref.
     READ ARQ-REFIX NEXT RECORD
        AT END MOVE "S" TO W-FIM-REFIX
     END-READ.
     IF NOT FIM-REFIX
        IF RX-REF NOT = TR-REF
           MOVE "S" TO W-FIM-REFIX
        ELSE
           MOVE RX-DATA TO AX-DATA
           MOVE RX-SEQ  TO AX-SEQ
           READ ARQ-AUDIX
              INVALID KEY
                 MOVE ZEROS TO AX-RUN-ID
                 MOVE TR-REF TO AX-REF
           END-READ
           IF AX-RUN-ID NOT NUMERIC
              MOVE ZEROS TO AX-RUN-ID
           END-IF
*> Entrada de ligação de um estorno (o registro do mestre é de outra
*> referência - ver Grava-Auditoria) não é ocorrência desta.
           IF AX-REF = TR-REF
              PERFORM Classifica-Ocorrencia-Ref
           END-IF
        END-IF
     END-IF.

 Classifica-Ocorrencia-Ref.
     IF AX-RUN-ID = W-RUN-ID
        IF NOT REF-NA-RODADA
           MOVE "S" TO W-REF-NA-RODADA
           MOVE RX-DATA   TO W-REF-PRIM-DATA
           MOVE AX-RUN-ID TO W-REF-PRIM-RUN
        END-IF
     ELSE
        IF NOT REF-ANTERIOR AND NOT REF-NA-RODADA
           MOVE "S" TO W-REF-ANTERIOR
           MOVE RX-DATA   TO W-REF-PRIM-DATA
           MOVE AX-RUN-ID TO W-REF-PRIM-RUN
        END-IF
     END-IF.

 Procura-Ref-Simulada.
*> Repetição dentro do próprio arquivo na simulação: a ocorrência
*> anterior foi aceita por esta mesma prévia e não está no índice -
*> procura na tabela da simulação. Mesma regra de
*> Classifica-Ocorrencia-Ref: a repetição na rodada prevalece sobre a
*> ocorrência de rodada anterior.
     PERFORM VARYING W-IDX-SM FROM 1 BY 1
             UNTIL W-IDX-SM > W-QTDE-REF-SIMULADA OR REF-NA-RODADA
        IF SM-REF (W-IDX-SM) = TR-REF
           MOVE "S" TO W-REF-NA-RODADA
           MOVE W-DATA-TRILHA TO W-REF-PRIM-DATA
           MOVE W-RUN-ID      TO W-REF-PRIM-RUN
        END-IF
     END-PERFORM.

 Registra-Rejeitado.
*> Registro recusado: vai para o arquivo de suspensos - na simulação,
*> só para a prévia.
     IF MODO-SIMULACAO
        PERFORM Previa-Rejeitado
     ELSE
        PERFORM Grava-Rejeitado
     END-IF.

 Grava-Rejeitado.
*> Grava o registro rejeitado no arquivo de suspensos: imagem original
*> intacta (para correção no editor e releitura pela rodada de
*> reprocessamento) seguida do motivo da rejeição e dos carimbos de
*> data, rodada e origem.
     MOVE SPACES TO REG-REJEITADO.
     MOVE TR-IMAGEM TO RJ-IMAGEM.
     MOVE W-MOTIVO-REJEICAO TO RJ-MOTIVO.
     MOVE W-DESCR-REJEICAO TO RJ-DESCRICAO.
     MOVE W-COMPL-REJEICAO TO RJ-COMPLEMENTO.
     MOVE DATA-PROCESSO TO RJ-DATA-PROC.
     MOVE W-RUN-ID TO RJ-RUN-ID.
     IF TR-ORIGEM = SPACES
        MOVE W-ORIGEM-HEADER TO RJ-ORIGEM
     ELSE
        MOVE TR-ORIGEM TO RJ-ORIGEM
     END-IF.
     WRITE REG-REJEITADO.

 Monta-Observacao.
     IF W-OBSERVACAO = SPACES
        MOVE "OK" TO W-OBSERVACAO
     END-IF.
     IF ESTORNO-CORRENTE
        MOVE W-OBS-ESTORNO TO W-OBSERVACAO
     END-IF.

 Grava-Resultado-Batch.
*> Zera o registro antes de montar: o buffer da FD não vem em branco,
           INVALID KEY CONTINUE
        END-WRITE
     END-IF.
*> Estorno: uma segunda entrada, sob a referência original, apontando
*> para este registro - a consulta pela referência original chega no
*> cálculo e no seu estorno, e o próximo estorno dela é recusado.
     IF ESTORNO-CORRENTE
        MOVE SPACES TO REG-REFIX
        MOVE W-OBS-EST-REF TO RX-REF
        MOVE AU-DATA  TO RX-DATA
        MOVE AU-SEQ   TO RX-SEQ
        WRITE REG-REFIX
           INVALID KEY CONTINUE
        END-WRITE
     END-IF.
*> Entrada no índice por rodada - todo registro gravado tem rodada.
*> Mesma tolerância a chave duplicada dos índices acima.
     MOVE SPACES TO REG-RUNIX.
     MOVE AU-RUN-ID TO RN-RUN-ID.
     MOVE AU-DATA   TO RN-DATA.
     MOVE AU-SEQ    TO RN-SEQ.
     WRITE REG-RUNIX
        INVALID KEY CONTINUE
     END-WRITE.

 Abre-Interface.
*> Abre CALCIF.CSV em modo de acréscimo; se o arquivo ainda não existe
     MOVE W-LINHA-INTERFACE TO REG-INTERFACE.
     WRITE REG-INTERFACE.

 Abre-Previa.
*> Abre a prévia da simulação (RELSIM-AAMMDD.REP, data da máquina como
*> nos demais relatórios datados) e carrega os tetos de CALCLIM.DAT.
*> Falha na abertura interrompe: a prévia é a única saída da simulação.
     MOVE P-ANO TO W-DT-ANO.
     MOVE P-MES TO W-DT-MES.
     MOVE P-DIA TO W-DT-DIA.
     MOVE ZEROS TO W-QTDE-REF-SIMULADA.
     MOVE ZEROS TO W-QTDE-REF-FORA.
     MOVE ZEROS TO W-QTDE-ERROS.
     MOVE ZEROS TO W-QTDE-EXCECOES.
     ACCEPT W-HORA-SISTEMA FROM TIME.
     MOVE SPACES TO W-NOME-PREVIA.
     STRING "RELSIM-" ANO MES DIA ".REP" DELIMITED BY SIZE
            INTO W-NOME-PREVIA
     END-STRING.
     OPEN OUTPUT ARQ-PREVIA.
     IF NOT FS-PREVIA-OK
        DISPLAY ERASE
        DISPLAY FUNCTION TRIM(W-NOME-PREVIA)
                " nao pode ser gravado - status " FS-PREVIA AT 0101
        CLOSE ARQ-TRANSACOES
        PERFORM Aborta
     END-IF.
     PERFORM Le-Limites.

 Le-Limites.
*> Carrega os tetos de CALCLIM.DAT com as regras do CalcExcecao (valor
*> não-numérico ignorado, chave desconhecida ignorada). Ausente ou
*> ilegível, a prévia sai sem a conferência de tetos e avisa no resumo.
     MOVE ZEROS TO W-QTDE-LIMITES.
     OPEN INPUT ARQ-LIMITES.
     IF FS-LIMITES-OK
        MOVE "N" TO W-FIM-LIMITES
        PERFORM Le-Linha-Limite
        PERFORM Trata-Limite UNTIL FIM-LIMITES
        CLOSE ARQ-LIMITES
     END-IF.

 Le-Linha-Limite.
     READ ARQ-LIMITES
        AT END MOVE "S" TO W-FIM-LIMITES
     END-READ.

 Trata-Limite.
     IF REG-LIMITE NOT = SPACES AND REG-LIMITE (1:1) NOT = "*"
        MOVE SPACES TO W-PARM-CHAVE
        MOVE SPACES TO W-PARM-VALOR
        UNSTRING REG-LIMITE DELIMITED BY "="
           INTO W-PARM-CHAVE W-PARM-VALOR
        END-UNSTRING
        COMPUTE W-PARM-CHK = FUNCTION TEST-NUMVAL(W-PARM-VALOR)
        IF W-PARM-CHK = 0
           EVALUATE W-PARM-CHAVE
              WHEN "LIM-SOMA"
                 COMPUTE W-LIM-SOMA =
                         FUNCTION NUMVAL(W-PARM-VALOR)
                 MOVE "S" TO W-TEM-LIM-SOMA
                 ADD 1 TO W-QTDE-LIMITES
              WHEN "LIM-SUBTRACAO"
                 COMPUTE W-LIM-SUBTRACAO =
                         FUNCTION NUMVAL(W-PARM-VALOR)
                 MOVE "S" TO W-TEM-LIM-SUBTRACAO
                 ADD 1 TO W-QTDE-LIMITES
              WHEN "LIM-MULTIPLICACAO"
                 COMPUTE W-LIM-MULT =
                         FUNCTION NUMVAL(W-PARM-VALOR)
                 MOVE "S" TO W-TEM-LIM-MULT
                 ADD 1 TO W-QTDE-LIMITES
              WHEN "LIM-RESTO"
                 COMPUTE W-LIM-RESTO =
                         FUNCTION NUMVAL(W-PARM-VALOR)
                 MOVE "S" TO W-TEM-LIM-RESTO
                 ADD 1 TO W-QTDE-LIMITES
              WHEN "LIM-DIVISAO"
                 COMPUTE W-LIM-DIVISAO =
                         FUNCTION NUMVAL(W-PARM-VALOR)
                 MOVE "S" TO W-TEM-LIM-DIVISAO
                 ADD 1 TO W-QTDE-LIMITES
              WHEN "LIM-PERCENTUAL"
                 COMPUTE W-LIM-PERCENTUAL =
                         FUNCTION NUMVAL(W-PARM-VALOR)
                 MOVE "S" TO W-TEM-LIM-PERC
                 ADD 1 TO W-QTDE-LIMITES
              WHEN "LIM-MEDIA"
                 COMPUTE W-LIM-MEDIA =
                         FUNCTION NUMVAL(W-PARM-VALOR)
                 MOVE "S" TO W-TEM-LIM-MEDIA
                 ADD 1 TO W-QTDE-LIMITES
              WHEN "PCT-ERRO-MAX"
                 COMPUTE W-PCT-ERRO-MAX =
                         FUNCTION NUMVAL(W-PARM-VALOR)
                 MOVE "S" TO W-TEM-PCT-ERRO
                 ADD 1 TO W-QTDE-LIMITES
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
        END-IF
     END-IF.
     PERFORM Le-Linha-Limite.

 Imprime-Cabecalho-Previa.
*> Cabeçalho de página da prévia: título, emissão, dia de
*> processamento, rodada prevista, arquivo de entrada e as colunas -
*> repetido a cada quebra de página.
     ADD 1 TO W-QTDE-PAGINAS.
     MOVE W-QTDE-PAGINAS TO MASC-PAGINA.
     MOVE SPACES TO REG-PREVIA.
     STRING "CALCULADORA - PREVIA DA RODADA BATCH (SIMULACAO)"
            DELIMITED BY SIZE INTO REG-PREVIA
     END-STRING.
     MOVE "PAGINA" TO REG-PREVIA (62:6).
     MOVE MASC-PAGINA TO REG-PREVIA (70:4).
     WRITE REG-PREVIA.
     MOVE SPACES TO REG-PREVIA.
     STRING "EMISSAO: " DIA "/" MES "/" ANO " "
            W-HORA-SISTEMA (1:2) ":" W-HORA-SISTEMA (3:2) ":"
            W-HORA-SISTEMA (5:2)
            "   DIA DE PROCESSAMENTO: " W-DATA-TRILHA
            "   RODADA PREVISTA: " W-RUN-ID
            DELIMITED BY SIZE INTO REG-PREVIA
     END-STRING.
     WRITE REG-PREVIA.
     MOVE SPACES TO REG-PREVIA.
     IF MODO-REPROCESSO
        STRING "ENTRADA: " FUNCTION TRIM(W-ARQ-ENTRADA)
               " (REPROCESSAMENTO DE SUSPENSOS)"
               DELIMITED BY SIZE INTO REG-PREVIA
        END-STRING
     ELSE
        STRING "ENTRADA: " FUNCTION TRIM(W-ARQ-ENTRADA)
               DELIMITED BY SIZE INTO REG-PREVIA
        END-STRING
     END-IF.
     WRITE REG-PREVIA.
     MOVE SPACES TO REG-PREVIA.
     MOVE ALL "-" TO REG-PREVIA (1:121).
     WRITE REG-PREVIA.
     MOVE SPACES TO REG-PREVIA.
     STRING "NUM.REG T REF        ORIGEM     SITUACAO  "
            "CHAVE PREVISTA          N1          N2 OBSERVACAO / MOTIVO"
            DELIMITED BY SIZE INTO REG-PREVIA
     END-STRING.
     WRITE REG-PREVIA.
     MOVE 5 TO W-QTDE-LINHAS.

 Imprime-Linha-Previa.
*> A prévia vai só para o arquivo (a tela do batch fica com o resumo
*> de sempre); a quebra de página reimprime o cabeçalho.
     IF W-QTDE-LINHAS >= W-LINHAS-POR-PAGINA
        PERFORM Imprime-Cabecalho-Previa
     END-IF.
     MOVE W-LINHA-REL TO REG-PREVIA.
     WRITE REG-PREVIA.
     ADD 1 TO W-QTDE-LINHAS.

 Previa-Lancamento.
*> Simulação: em vez de gravar a trilha, o RESULTADOS.DAT e o
*> CALCIF.CSV, imprime o que a rodada real lançaria - chave prevista
*> na trilha (a sequência do dia avança como na gravação), par,
*> observação e os resultados das operações pedidas - e confronta o
*> cálculo com os tetos, como o CalcExcecao fará sobre a rodada real.
*> O lançamento entra na tabela da simulação para as conferências de
*> repetição e estorno dos registros seguintes.
     PERFORM Monta-Observacao.
     ADD 1 TO W-SEQ-AUDITORIA.
     COMPUTE W-NUM-REG = W-QTDE-PROCESSADOS + 1.
     MOVE W-N1 TO MASC-N1.
     MOVE W-N2 TO MASC-N2.
     MOVE SPACES TO W-LINHA-REL.
     STRING W-NUM-REG " " TR-TIPO " " W-REFERENCIA " " W-ORIGEM " "
            "ACEITO   " " " W-DATA-TRILHA " " W-SEQ-AUDITORIA " "
            MASC-N1 " " MASC-N2 " " W-OBSERVACAO
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha-Previa.
     PERFORM Previa-Resultados.
*> Estorno conta na rodada mas não é erro nem é confrontado (mesma
*> regra de Verifica-Registro no CalcExcecao).
     IF NOT ESTORNO-CORRENTE
        IF W-OBSERVACAO NOT = "OK"
           ADD 1 TO W-QTDE-ERROS
        END-IF
        PERFORM Confronta-Limites-Previa
     END-IF.
     PERFORM Registra-Ref-Simulada.

 Previa-Resultados.
*> Resultados das operações pedidas, com os rótulos da tela: as quatro
*> clássicas numa linha, percentual/média/resto na seguinte. Operação
*> não pedida não aparece (coluna em branco na gravação real).
     IF OP-SOMA OR OP-SUBTRACAO OR OP-MULTIPLICACAO OR OP-DIVISAO
        MOVE SPACES TO W-LINHA-REL
        MOVE 11 TO W-PTR-REL
        IF OP-SOMA
           MOVE W-Soma TO MASC-VALOR
           STRING "SOMA " FUNCTION TRIM(MASC-VALOR) "   "
                  DELIMITED BY SIZE INTO W-LINHA-REL POINTER W-PTR-REL
           END-STRING
        END-IF
        IF OP-SUBTRACAO
           MOVE W-Subtracao TO MASC-VALOR
           STRING "SUBTRACAO " FUNCTION TRIM(MASC-VALOR) "   "
                  DELIMITED BY SIZE INTO W-LINHA-REL POINTER W-PTR-REL
           END-STRING
        END-IF
        IF OP-MULTIPLICACAO
           MOVE W-Multiplicacao TO MASC-VALOR
           STRING "MULTIPLICACAO " FUNCTION TRIM(MASC-VALOR) "   "
                  DELIMITED BY SIZE INTO W-LINHA-REL POINTER W-PTR-REL
           END-STRING
        END-IF
        IF OP-DIVISAO
           MOVE W-Divisao TO MASC-VALOR
           STRING "DIVISAO " FUNCTION TRIM(MASC-VALOR)
                  DELIMITED BY SIZE INTO W-LINHA-REL POINTER W-PTR-REL
           END-STRING
        END-IF
        PERFORM Imprime-Linha-Previa
     END-IF.
     IF OP-PERCENTUAL OR OP-MEDIA OR OP-RESTO
        MOVE SPACES TO W-LINHA-REL
        MOVE 11 TO W-PTR-REL
        IF OP-PERCENTUAL
           MOVE W-Percentual TO MASC-VALOR
           STRING "PERCENTUAL " FUNCTION TRIM(MASC-VALOR) "   "
                  DELIMITED BY SIZE INTO W-LINHA-REL POINTER W-PTR-REL
           END-STRING
        END-IF
        IF OP-MEDIA
           MOVE W-Media TO MASC-VALOR
           STRING "MEDIA " FUNCTION TRIM(MASC-VALOR) "   "
                  DELIMITED BY SIZE INTO W-LINHA-REL POINTER W-PTR-REL
           END-STRING
        END-IF
        IF OP-RESTO
           MOVE W-Resto TO MASC-VALOR
           STRING "RESTO " FUNCTION TRIM(MASC-VALOR)
                  DELIMITED BY SIZE INTO W-LINHA-REL POINTER W-PTR-REL
           END-STRING
        END-IF
        PERFORM Imprime-Linha-Previa
     END-IF.

 Confronta-Limites-Previa.
*> Mesmos confrontos de Confronta-Campos no CalcExcecao, sobre os
*> resultados recém-calculados em vez do registro da trilha: só a
*> operação pedida (coluna preenchida) é confrontada.
     IF TEM-LIM-SOMA AND OP-SOMA
        MOVE "LIM-SOMA"  TO W-CHK-NOME
        MOVE W-Soma      TO W-CHK-VALOR
        MOVE W-LIM-SOMA  TO W-CHK-TETO
        PERFORM Confronta-Teto-Previa
     END-IF.
     IF TEM-LIM-SUBTRACAO AND OP-SUBTRACAO
        MOVE "LIM-SUBTRACAO" TO W-CHK-NOME
        MOVE W-Subtracao     TO W-CHK-VALOR
        MOVE W-LIM-SUBTRACAO TO W-CHK-TETO
        PERFORM Confronta-Teto-Previa
     END-IF.
     IF TEM-LIM-MULT AND OP-MULTIPLICACAO
        MOVE "LIM-MULTIPLIC" TO W-CHK-NOME
        MOVE W-Multiplicacao TO W-CHK-VALOR
        MOVE W-LIM-MULT      TO W-CHK-TETO
        PERFORM Confronta-Teto-Previa
     END-IF.
     IF TEM-LIM-RESTO AND OP-RESTO
        MOVE "LIM-RESTO" TO W-CHK-NOME
        MOVE W-Resto     TO W-CHK-VALOR
        MOVE W-LIM-RESTO TO W-CHK-TETO
        PERFORM Confronta-Teto-Previa
     END-IF.
     IF TEM-LIM-DIVISAO AND OP-DIVISAO
        MOVE "LIM-DIVISAO" TO W-CHK-NOME
        MOVE W-Divisao     TO W-CHK-VALOR
        MOVE W-LIM-DIVISAO TO W-CHK-TETO
        PERFORM Confronta-Teto-Previa
     END-IF.
     IF TEM-LIM-PERC AND OP-PERCENTUAL
        MOVE "LIM-PERCENTUAL" TO W-CHK-NOME
        MOVE W-Percentual     TO W-CHK-VALOR
        MOVE W-LIM-PERCENTUAL TO W-CHK-TETO
        PERFORM Confronta-Teto-Previa
     END-IF.
     IF TEM-LIM-MEDIA AND OP-MEDIA
        MOVE "LIM-MEDIA" TO W-CHK-NOME
        MOVE W-Media     TO W-CHK-VALOR
        MOVE W-LIM-MEDIA TO W-CHK-TETO
        PERFORM Confronta-Teto-Previa
     END-IF.

 Confronta-Teto-Previa.
*> Estouro = valor absoluto acima do teto: a exceção que o CalcExcecao
*> gravaria em CALCEXC.DAT sai na prévia logo abaixo do lançamento.
     IF FUNCTION ABS(W-CHK-VALOR) > W-CHK-TETO
        ADD 1 TO W-QTDE-EXCECOES
        MOVE W-CHK-VALOR TO MASC-VALOR
        MOVE W-CHK-TETO  TO MASC-TETO
        MOVE SPACES TO W-LINHA-REL
        STRING "          EXCECAO PREVISTA " W-CHK-NOME
               " VALOR " FUNCTION TRIM(MASC-VALOR)
               " TETO " FUNCTION TRIM(MASC-TETO)
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
        PERFORM Imprime-Linha-Previa
     END-IF.

 Registra-Ref-Simulada.
*> Guarda o lançamento na tabela da simulação (ver TAB-REF-SIMULADA).
*> Referência em branco só interessa quando é estorno - a ligação com
*> o original conta para o próximo estorno dele.
     IF W-REFERENCIA NOT = SPACES OR ESTORNO-CORRENTE
        IF W-QTDE-REF-SIMULADA < 5000
           ADD 1 TO W-QTDE-REF-SIMULADA
           MOVE W-REFERENCIA TO SM-REF (W-QTDE-REF-SIMULADA)
           IF ESTORNO-CORRENTE
              MOVE "E" TO SM-TIPO (W-QTDE-REF-SIMULADA)
              MOVE W-OBS-EST-REF TO SM-REF-ORIGINAL (W-QTDE-REF-SIMULADA)
           ELSE
              MOVE "C" TO SM-TIPO (W-QTDE-REF-SIMULADA)
              MOVE SPACES TO SM-REF-ORIGINAL (W-QTDE-REF-SIMULADA)
           END-IF
           MOVE W-SEQ-AUDITORIA   TO SM-SEQ (W-QTDE-REF-SIMULADA)
           MOVE W-N1              TO SM-N1 (W-QTDE-REF-SIMULADA)
           MOVE W-N2              TO SM-N2 (W-QTDE-REF-SIMULADA)
           MOVE SELECAO-OPERACOES TO SM-OPERACOES (W-QTDE-REF-SIMULADA)
        ELSE
           ADD 1 TO W-QTDE-REF-FORA
        END-IF
     END-IF.

 Previa-Rejeitado.
*> O registro que iria para o arquivo de suspensos: imagem resumida
*> (tipo, referência, origem efetiva) e o motivo com o complemento.
     COMPUTE W-NUM-REG = W-QTDE-PROCESSADOS + 1.
     IF TR-ORIGEM = SPACES
        MOVE W-ORIGEM-HEADER TO W-ORIGEM
     ELSE
        MOVE TR-ORIGEM TO W-ORIGEM
     END-IF.
     MOVE SPACES TO W-LINHA-REL.
     STRING W-NUM-REG " " TR-TIPO " " TR-REF " " W-ORIGEM " "
            "REJEITADO" " MOTIVO " W-MOTIVO-REJEICAO " "
            W-DESCR-REJEICAO " " W-COMPL-REJEICAO
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha-Previa.

 Verifica-Percentual-Previa.
*> Percentual de observações de erro acima do tolerado: a exceção de
*> rodada que o CalcExcecao levantaria (sobre os lançamentos aceitos,
*> estornos incluídos, como os registros da rodada real).
     IF TEM-PCT-ERRO AND W-QTDE-ACEITOS > 0
        COMPUTE W-PCT-ERRO ROUNDED =
                (W-QTDE-ERROS * 100) / W-QTDE-ACEITOS
        IF W-PCT-ERRO > W-PCT-ERRO-MAX
           ADD 1 TO W-QTDE-EXCECOES
           MOVE SPACES TO W-LINHA-REL
           STRING "EXCECAO PREVISTA DA RODADA: " W-PCT-ERRO
                  " % de observacoes de erro (tolerado "
                  W-PCT-ERRO-MAX " %)"
                  DELIMITED BY SIZE INTO W-LINHA-REL
           END-STRING
           PERFORM Imprime-Linha-Previa
        END-IF
     END-IF.

 Encerra-Previa.
*> Fecha a prévia com a exceção de rodada, o resumo dos contadores, a
*> conferência de header/trailer (os mesmos veredictos de
*> Verifica-Controles, já executado) e a situação com que a rodada real
*> encerraria.
     PERFORM Verifica-Percentual-Previa.
     MOVE SPACES TO W-LINHA-REL.
     PERFORM Imprime-Linha-Previa.
     MOVE "RESUMO DA SIMULACAO" TO W-LINHA-REL.
     PERFORM Imprime-Linha-Previa.
     MOVE W-QTDE-PROCESSADOS TO MASC-QTDE.
     MOVE SPACES TO W-LINHA-REL.
     STRING "Registros lidos ................: " MASC-QTDE
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha-Previa.
     MOVE W-QTDE-ACEITOS TO MASC-QTDE.
     MOVE SPACES TO W-LINHA-REL.
     STRING "Lancamentos previstos na trilha : " MASC-QTDE
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha-Previa.
     MOVE W-QTDE-REJEITADOS TO MASC-QTDE.
     MOVE SPACES TO W-LINHA-REL.
     STRING "Rejeitados para o suspenso .....: " MASC-QTDE
            "  (" FUNCTION TRIM(W-ARQ-REJEITADOS) ")"
            DELIMITED BY SIZE INTO W-LINHA-REL
     END-STRING.
     PERFORM Imprime-Linha-Previa.
     IF MODO-REPROCESSO
        MOVE "Reprocessamento de suspensos - sem conferencia de header/trailer"
             TO W-LINHA-REL
        PERFORM Imprime-Linha-Previa
     ELSE
        PERFORM Previa-Controles
     END-IF.
     IF W-QTDE-LIMITES = 0
        MOVE "CALCLIM.DAT ausente ou sem limite valido - tetos nao conferidos"
             TO W-LINHA-REL
        PERFORM Imprime-Linha-Previa
     ELSE
        MOVE W-QTDE-ERROS TO MASC-QTDE
        MOVE SPACES TO W-LINHA-REL
        STRING "Com observacao de erro .........: " MASC-QTDE
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
        PERFORM Imprime-Linha-Previa
        MOVE W-QTDE-EXCECOES TO MASC-QTDE
        MOVE SPACES TO W-LINHA-REL
        STRING "Excecoes previstas em CALCEXC ..: " MASC-QTDE
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
        PERFORM Imprime-Linha-Previa
     END-IF.
     IF W-QTDE-REF-FORA > 0
        MOVE W-QTDE-REF-FORA TO MASC-QTDE
        MOVE SPACES TO W-LINHA-REL
        STRING "Tabela da simulacao cheia ......: " MASC-QTDE
               " lancamentos sem conferencia de repeticao/estorno"
               " dentro do arquivo"
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
        PERFORM Imprime-Linha-Previa
     END-IF.
     MOVE SPACES TO W-LINHA-REL.
     PERFORM Imprime-Linha-Previa.
     IF RODADA-OK
        MOVE "*** A RODADA REAL ENCERRARIA COMO OK ***" TO W-LINHA-REL
     ELSE
        MOVE "*** A RODADA REAL ENCERRARIA COMO ER - VER CONTROLES ***"
             TO W-LINHA-REL
     END-IF.
     PERFORM Imprime-Linha-Previa.
     MOVE "*** SIMULACAO - NENHUM ARQUIVO PERMANENTE FOI GRAVADO ***"
          TO W-LINHA-REL.
     PERFORM Imprime-Linha-Previa.
     CLOSE ARQ-PREVIA.

 Previa-Controles.
*> Header e trailer do arquivo com os veredictos de Verifica-Controles.
     MOVE SPACES TO W-LINHA-REL.
     IF NOT HEADER-LIDO
        MOVE "Header .........................: AUSENTE" TO W-LINHA-REL
     ELSE
        MOVE 1 TO W-PTR-REL
        STRING "Header .........................: ORIGEM "
               W-ORIGEM-HEADER
               DELIMITED BY SIZE INTO W-LINHA-REL POINTER W-PTR-REL
        END-STRING
        IF HEADER-DUPLICADO
           STRING " - MAIS DE UM HEADER"
                  DELIMITED BY SIZE INTO W-LINHA-REL POINTER W-PTR-REL
           END-STRING
        END-IF
        IF HEADER-DATA-DIVERGE
           STRING " - DATA NAO E O DIA DE PROCESSAMENTO"
                  DELIMITED BY SIZE INTO W-LINHA-REL POINTER W-PTR-REL
           END-STRING
        END-IF
     END-IF.
     PERFORM Imprime-Linha-Previa.
     MOVE SPACES TO W-LINHA-REL.
     IF NOT TRAILER-LIDO
        MOVE "Trailer ........................: AUSENTE - arquivo truncado?"
             TO W-LINHA-REL
        PERFORM Imprime-Linha-Previa
     ELSE
        IF TRAILER-INVALIDO
           MOVE "Trailer ........................: CAMPOS NAO-NUMERICOS"
                TO W-LINHA-REL
           PERFORM Imprime-Linha-Previa
        ELSE
           STRING "Detalhes lidos x trailer .......: " W-QTDE-DETALHES
                  " x " W-TL-QTDE
                  DELIMITED BY SIZE INTO W-LINHA-REL
           END-STRING
           PERFORM Imprime-Linha-Previa
           MOVE SPACES TO W-LINHA-REL
           MOVE W-HASH-N1    TO MASC-HASH
           MOVE W-TL-HASH-N1 TO MASC-TETO
           STRING "Hash N1 calculado x trailer ....: "
                  FUNCTION TRIM(MASC-HASH) " x " FUNCTION TRIM(MASC-TETO)
                  DELIMITED BY SIZE INTO W-LINHA-REL
           END-STRING
           PERFORM Imprime-Linha-Previa
           MOVE SPACES TO W-LINHA-REL
           MOVE W-HASH-N2    TO MASC-HASH
           MOVE W-TL-HASH-N2 TO MASC-TETO
           STRING "Hash N2 calculado x trailer ....: "
                  FUNCTION TRIM(MASC-HASH) " x " FUNCTION TRIM(MASC-TETO)
                  DELIMITED BY SIZE INTO W-LINHA-REL
           END-STRING
           PERFORM Imprime-Linha-Previa
        END-IF
     END-IF.

 Entrada.
*>RECEBENDO VALORES
*>Recebe o primeiro valor
