       >>SOURCE FORMAT FREE
      *> CalcFechamento: checklist de fechamento do dia de processamento.
      *>
      *> O CalcDia fechava o dia contábil estivesse a noite limpa ou não:
      *> nada impedia o fechamento com a cadeia quebrada no CALCJOBS.DAT,
      *> a conciliação fora de balance ou exceções pendentes esquecidas
      *> no CALCEXC.DAT. Este membro junta, para o dia aberto em
      *> CALCDATA.DAT, os pontos que o supervisor conferia de cabeça e
      *> imprime a folha de visto (RELFEC-AAMMDD.REP, uma página, com a
      *> data do dia contábil) com PASSA ou FALHA por item:
      *>
      *>   1. job da noite - a última noite do CALCJOBS.DAT a partir do
      *>      dia terminou com a cadeia completa (OK);
      *>   2. rodadas do dia - toda rodada com "I" no dia em CALCRUNS.DAT
      *>      tem o "F" e encerrou OK (sem "F" = abend, ER = controles
      *>      fora de balance);
      *>   3. conciliação - o RELCON mais recente a partir do dia fechou
      *>      em "FILES IN BALANCE";
      *>   4. certificação - o RELCRT mais recente a partir do dia fechou
      *>      em "TRILHA CERTIFICADA";
      *>   5. exceções pendentes - nenhuma exceção P do CALCEXC.DAT além
      *>      do prazo (data do cálculo, ou da rodada na exceção de
      *>      rodada, mais PRAZO-EXCECAO dias);
      *>   6. suspensos - toda recusa do TRANSREJ.DAT foi saneada, isto
      *>      é, a mesma referência da mesma origem entrou na trilha por
      *>      uma rodada posterior à da recusa (o reprocessamento).
      *>
      *> Código de retorno 0 = todos os itens passam; 8 = algum item
      *> falhou. O CalcDia dispara este membro antes de fechar e recusa o
      *> fechamento com item em falha, salvo liberação do supervisor com
      *> o motivo registrado no CALCSEG.DAT.
      *>
      *> CALCFECH.DAT (opcional, CHAVE=VALOR, "*" comenta): PRAZO-EXCECAO
      *> (dias corridos para dispor uma exceção; ausente = 1) e
      *> EXIGE-CERTIFICACAO (S/N; N = dia sem RELCRT não reprova o item -
      *> uma certificação rodada e divergente reprova sempre).
      *> =====================================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  CalcFechamento.
ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 Special-names.
 Decimal-point is comma.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*> Controle do dia de processamento (mantido pelo CalcDia): a folha é
*> do dia contábil registrado, não do relógio.
     SELECT ARQ-DATA-PROC ASSIGN TO "CALCDATA.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-DATA-PROC.
     SELECT ARQ-PARAMETROS ASSIGN TO "CALCFECH.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-PARAMETROS.
*> Registro de job das noites, gravado pelo CalcNoturno.
     SELECT ARQ-JOBS ASSIGN TO "CALCJOBS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-JOBS.
     SELECT ARQ-RUNCTL ASSIGN TO "CALCRUNS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-RUNCTL.
     SELECT ARQ-EXCECOES ASSIGN TO "CALCEXC.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-EXCECOES.
     SELECT ARQ-REJEITADOS ASSIGN TO "TRANSREJ.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-REJEITADOS.
*> Índice por referência e mestre indexado da trilha: o caminho direto
*> de uma recusa até o cálculo que a saneou, sem varrer a trilha.
     SELECT ARQ-REFIX ASSIGN TO "CALCREFIX.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RX-CHAVE
            FILE STATUS IS FS-REFIX.
     SELECT ARQ-AUDITORIA ASSIGN TO "CALCLOGIX.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AU-CHAVE
            FILE STATUS IS FS-AUDITORIA.
*> Relatórios datados do CalcConcilia (RELCON) e do CalcCertifica
*> (RELCRT) lidos atrás do veredicto - o nome muda por dia, por isso o
*> ASSIGN por variável.
     SELECT ARQ-REL-LIDO ASSIGN TO W-NOME-REL-LIDO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-REL-LIDO.
*> Folha de visto do fechamento (RELFEC-AAMMDD.REP).
     SELECT ARQ-RELATORIO ASSIGN TO W-NOME-RELATORIO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-RELATORIO.
 DATA DIVISION.
 FILE SECTION.
 FD  ARQ-DATA-PROC.
*> Layout compartilhado com o CalcDia - ver REGDATA.cpy.
     COPY REGDATA.
 FD  ARQ-PARAMETROS.
  01 REG-PARAMETRO          PIC X(80).
 FD  ARQ-JOBS.
*> Mesmo layout do registro de job do CalcNoturno.
  01 REG-JOB.
     02 JB-DATA.
        03 JB-ANO          PIC 9(02).
        03 JB-MES          PIC 9(02).
        03 JB-DIA          PIC 9(02).
     02 FILLER             PIC X(02).
     02 JB-HORA-INI        PIC 9(06).
     02 FILLER             PIC X(02).
     02 JB-HORA-FIM        PIC 9(06).
     02 FILLER             PIC X(02).
     02 JB-PASSOS          PIC X(05).
     02 FILLER             PIC X(01).
     02 JB-PASSO-FALHA     PIC X(12).
     02 FILLER             PIC X(02).
     02 JB-STATUS          PIC X(02).
 FD  ARQ-RUNCTL.
*> Layout compartilhado com a Calculadora - ver RUNCTL.cpy.
     COPY RUNCTL.
 FD  ARQ-EXCECOES.
*> Layout compartilhado com o CalcExcecao - ver REGEXCEC.cpy.
     COPY REGEXCEC.
 FD  ARQ-REJEITADOS.
*> Layout compartilhado com a Calculadora - ver REGREJEI.cpy.
     COPY REGREJEI.
 FD  ARQ-REFIX.
*> Layout compartilhado com a Calculadora - ver REGREFIX.cpy.
     COPY REGREFIX.
 FD  ARQ-AUDITORIA.
*> Layout compartilhado com a Calculadora - ver REGAUDIT.cpy.
     COPY REGAUDIT.
 FD  ARQ-REL-LIDO.
  01 REG-REL-LIDO           PIC X(132).
 FD  ARQ-RELATORIO.
  01 REG-RELATORIO          PIC X(132).
 WORKING-STORAGE SECTION.
 01 FS-DATA-PROC           PIC X(02) VALUE "00".
    88 FS-DATA-PROC-OK            VALUE "00".
    88 FS-DATA-PROC-NAO-EXISTE    VALUE "35".
 01 FS-PARAMETROS          PIC X(02) VALUE "00".
    88 FS-PARAMETROS-OK           VALUE "00".
    88 FS-PARAMETROS-NAO-EXISTE   VALUE "35".
 01 FS-JOBS                PIC X(02) VALUE "00".
    88 FS-JOBS-OK                 VALUE "00".
    88 FS-JOBS-NAO-EXISTE         VALUE "35".
 01 FS-RUNCTL              PIC X(02) VALUE "00".
    88 FS-RUNCTL-OK               VALUE "00".
    88 FS-RUNCTL-NAO-EXISTE       VALUE "35".
 01 FS-EXCECOES            PIC X(02) VALUE "00".
    88 FS-EXCECOES-OK             VALUE "00".
    88 FS-EXCECOES-NAO-EXISTE     VALUE "35".
 01 FS-REJEITADOS          PIC X(02) VALUE "00".
    88 FS-REJEITADOS-OK           VALUE "00".
    88 FS-REJEITADOS-NAO-EXISTE   VALUE "35".
 01 FS-REFIX               PIC X(02) VALUE "00".
    88 FS-REFIX-OK                VALUE "00".
 01 FS-AUDITORIA           PIC X(02) VALUE "00".
    88 FS-AUDITORIA-OK            VALUE "00".
 01 FS-REL-LIDO            PIC X(02) VALUE "00".
    88 FS-REL-LIDO-OK             VALUE "00".
 01 FS-RELATORIO           PIC X(02) VALUE "00".
    88 FS-RELATORIO-OK            VALUE "00".
 01 W-FIM-PARAMETROS       PIC X(01) VALUE "N".
    88 FIM-PARAMETROS              VALUE "S".
 01 W-FIM-JOBS             PIC X(01) VALUE "N".
    88 FIM-JOBS                    VALUE "S".
 01 W-FIM-RUNCTL           PIC X(01) VALUE "N".
    88 FIM-RUNCTL                  VALUE "S".
 01 W-FIM-EXCECOES         PIC X(01) VALUE "N".
    88 FIM-EXCECOES                VALUE "S".
 01 W-FIM-REJEITADOS       PIC X(01) VALUE "N".
    88 FIM-REJEITADOS              VALUE "S".
 01 W-FIM-REFIX            PIC X(01) VALUE "N".
    88 FIM-REFIX                   VALUE "S".
 01 W-FIM-REL-LIDO         PIC X(01) VALUE "N".
    88 FIM-REL-LIDO                VALUE "S".
*> Parâmetros do checklist (CALCFECH.DAT), com os padrões da casa.
 01 W-PARM-CHAVE           PIC X(20) VALUE SPACES.
 01 W-PARM-VALOR           PIC X(60) VALUE SPACES.
 01 W-PARM-CHK             PIC S9(04) VALUE ZEROS.
 01 W-PRAZO-EXCECAO        PIC 9(03) VALUE 1.
 01 W-EXIGE-CERTIFICACAO   PIC X(01) VALUE "S".
    88 EXIGE-CERTIFICACAO          VALUE "S".
*> Itens da folha, na ordem impressa: descrição, PASSA/FALHA e o
*> detalhe que justifica o resultado.
 01 TAB-ITENS.
    02 IT-ENTRADA OCCURS 6.
       03 IT-DESCRICAO     PIC X(34).
       03 IT-RESULTADO     PIC X(05).
       03 IT-DETALHE       PIC X(80).
 01 W-IDX-ITEM             PIC 9(01) VALUE ZEROS.
 01 W-QTDE-FALHAS          PIC 9(01) VALUE ZEROS.
*> Item 1 - a última noite a partir do dia contábil.
 01 W-TEM-JOB              PIC X(01) VALUE "N".
    88 TEM-JOB                     VALUE "S".
 01 W-JOB-DATA             PIC 9(06) VALUE ZEROS.
 01 W-JOB-HORA-FIM         PIC 9(06) VALUE ZEROS.
 01 W-JOB-PASSO-FALHA      PIC X(12) VALUE SPACES.
 01 W-JOB-STATUS           PIC X(02) VALUE SPACES.
*> Item 2 - rodadas com "I" no dia e o encerramento de cada uma.
 01 TAB-RODADAS.
    02 RD-ENTRADA OCCURS 500.
       03 RD-RUN-ID        PIC 9(06).
       03 RD-FIM           PIC X(01).
       03 RD-STATUS        PIC X(02).
 01 W-QTDE-RODADAS         PIC 9(03) VALUE ZEROS.
 01 W-QTDE-RODADAS-EXCEDE  PIC 9(05) VALUE ZEROS.
 01 W-IDX-RODADA           PIC 9(03) VALUE ZEROS.
 01 W-QTDE-RODADAS-OK      PIC 9(03) VALUE ZEROS.
 01 W-QTDE-SEM-FIM         PIC 9(03) VALUE ZEROS.
 01 W-QTDE-RODADAS-ER      PIC 9(03) VALUE ZEROS.
 01 W-RUN-FALHA            PIC 9(06) VALUE ZEROS.
*> Itens 3 e 4 - relatório datado procurado do mais novo para o mais
*> velho: data da máquina, data da noite (CALCJOBS) e o próprio dia.
 01 TAB-DATAS-REL.
    02 DR-DATA OCCURS 3    PIC 9(06).
 01 W-IDX-DATA-REL         PIC 9(01) VALUE ZEROS.
 01 W-PREFIXO-REL          PIC X(07) VALUE SPACES.
 01 W-NOME-REL-LIDO        PIC X(20) VALUE SPACES.
 01 W-ACHOU-REL            PIC X(01) VALUE "N".
    88 ACHOU-REL                   VALUE "S".
 01 W-QTDE-VEREDITO-OK     PIC 9(04) VALUE ZEROS.
 01 W-QTDE-VEREDITO-ER     PIC 9(04) VALUE ZEROS.
*> Item 5 - exceções pendentes e o prazo de cada uma. A exceção de
*> rodada (PCT-ERRO-MAX) não tem chave de trilha: a data dela é a da
*> rodada, apurada na passada do CALCRUNS.DAT.
 01 TAB-EXC-RODADA.
    02 ER-ENTRADA OCCURS 200.
       03 ER-RUN-ID        PIC 9(06).
       03 ER-DATA          PIC X(06).
 01 W-QTDE-EXC-RODADA      PIC 9(03) VALUE ZEROS.
 01 W-IDX-EXC-RODADA       PIC 9(03) VALUE ZEROS.
 01 W-EXC-LIDO             PIC X(01) VALUE "N".
    88 EXC-LIDO                    VALUE "S".
 01 W-QTDE-PENDENTES       PIC 9(05) VALUE ZEROS.
 01 W-QTDE-VENCIDAS        PIC 9(05) VALUE ZEROS.
 01 W-QTDE-SEM-DATA        PIC 9(05) VALUE ZEROS.
 01 W-DATA-EXC             PIC X(06) VALUE SPACES.
 01 W-DATA-EXC-N           PIC 9(08) VALUE ZEROS.
 01 W-DATA-DIA-N           PIC 9(08) VALUE ZEROS.
 01 W-INT-DIA              PIC 9(07) VALUE ZEROS.
 01 W-INT-EXC              PIC 9(07) VALUE ZEROS.
 01 W-INT-MAIS-ANTIGA      PIC 9(07) VALUE ZEROS.
 01 W-DATA-MAIS-ANTIGA     PIC X(06) VALUE SPACES.
*> Item 6 - recusas do suspenso e o saneamento de cada uma.
 01 W-INDICES-OK           PIC X(01) VALUE "N".
    88 INDICES-OK                  VALUE "S".
 01 W-SANEADO              PIC X(01) VALUE "N".
    88 SANEADO                     VALUE "S".
 01 W-REJ-TIPO             PIC X(01) VALUE SPACE.
 01 W-REJ-REF              PIC X(10) VALUE SPACES.
 01 W-REJ-ORIGEM           PIC X(10) VALUE SPACES.
 01 W-REJ-RUN-ID           PIC 9(06) VALUE ZEROS.
 01 W-REJ-DATA-TRILHA.
    02 W-RT-ANO            PIC X(02).
    02 FILLER              PIC X(01) VALUE "/".
    02 W-RT-MES            PIC X(02).
    02 FILLER              PIC X(01) VALUE "/".
    02 W-RT-DIA            PIC X(02).
 01 W-QTDE-SUSPENSOS       PIC 9(05) VALUE ZEROS.
 01 W-QTDE-SANEADOS        PIC 9(05) VALUE ZEROS.
 01 W-QTDE-NAO-SANEADOS    PIC 9(05) VALUE ZEROS.
 01 MASC-QTDE              PIC ZZZZ9.
 01 MASC-QTDE2             PIC ZZZZ9.
 01 MASC-QTDE3             PIC ZZZZ9.
 01 MASC-PRAZO             PIC ZZ9.
*> Apoio do relatório impresso - mesmo esquema dos demais relatórios.
 01 W-NOME-RELATORIO       PIC X(20) VALUE SPACES.
 01 W-LINHA-REL            PIC X(132) VALUE SPACES.
 01 W-QTDE-LINHAS          PIC 9(02) VALUE 99.
 01 W-LINHAS-POR-PAGINA    PIC 9(02) VALUE 56.
 01 W-QTDE-PAGINAS         PIC 9(04) VALUE ZEROS.
 01 MASC-PAGINA            PIC ZZZ9.
 01 W-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
 01 DATA-DO-SISTEMA.
    02 ANO                 PIC 9(02) VALUE ZEROS.
    02 MES                 PIC 9(02) VALUE ZEROS.
    02 DIA                 PIC 9(02) VALUE ZEROS.
 01 DATA-DO-SISTEMA-N REDEFINES DATA-DO-SISTEMA PIC 9(06).
*> Dia contábil conferido (CALCDATA.DAT) e a situação dele.
 01 W-SIT-DIA              PIC X(01) VALUE SPACE.
    88 DIA-PROC-FECHADO            VALUE "F".
 01 DATA-PROCESSO.
    02 P-ANO               PIC 9(02) VALUE ZEROS.
    02 P-MES               PIC 9(02) VALUE ZEROS.
    02 P-DIA               PIC 9(02) VALUE ZEROS.
 01 DATA-PROCESSO-N REDEFINES DATA-PROCESSO PIC 9(06).
 PROCEDURE DIVISION.
 Inicio.
     DISPLAY "===== CALCFECHAMENTO - CHECKLIST DE FECHAMENTO DO DIA =====".
     ACCEPT DATA-DO-SISTEMA FROM DATE.
     ACCEPT W-HORA-SISTEMA FROM TIME.
     PERFORM Le-Data-Processo.
     PERFORM Le-Parametros.
     MOVE SPACES TO TAB-ITENS.
     MOVE "JOB DA NOITE (CALCJOBS.DAT)" TO IT-DESCRICAO (1).
     MOVE "RODADAS DO DIA (CALCRUNS.DAT)" TO IT-DESCRICAO (2).
     MOVE "CONCILIACAO (RELCON)" TO IT-DESCRICAO (3).
     MOVE "CERTIFICACAO DA TRILHA (RELCRT)" TO IT-DESCRICAO (4).
     MOVE "EXCECOES PENDENTES (CALCEXC.DAT)" TO IT-DESCRICAO (5).
     MOVE "SUSPENSOS NAO SANEADOS (TRANSREJ)" TO IT-DESCRICAO (6).
     PERFORM Confere-Job.
*> As exceções são lidas antes das rodadas: a passada do CALCRUNS.DAT
*> é que data as exceções de rodada guardadas na leitura.
     PERFORM Le-Excecoes.
     PERFORM Confere-Rodadas.
     PERFORM Confere-Excecoes.
     MOVE DATA-DO-SISTEMA-N TO DR-DATA (1).
     MOVE W-JOB-DATA TO DR-DATA (2).
     MOVE DATA-PROCESSO-N TO DR-DATA (3).
     PERFORM Confere-Conciliacao.
     PERFORM Confere-Certificacao.
     PERFORM Confere-Suspensos.
     PERFORM Imprime-Folha.
     IF W-QTDE-FALHAS > 0
        DISPLAY "*** FECHAMENTO BLOQUEADO - " W-QTDE-FALHAS
                " ITEM(NS) EM FALHA ***"
        MOVE 8 TO RETURN-CODE
     ELSE
        DISPLAY "*** DIA LIBERADO PARA FECHAMENTO ***"
     END-IF.
     STOP RUN.

 Le-Data-Processo.
*> Sem CALCDATA.DAT não há dia contábil registrado - não há o que
*> conferir nem o que fechar.
     OPEN INPUT ARQ-DATA-PROC.
     IF FS-DATA-PROC-NAO-EXISTE
        DISPLAY "CALCDATA.DAT nao encontrado - nenhum dia a conferir."
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF.
     IF NOT FS-DATA-PROC-OK
        DISPLAY "CALCDATA.DAT nao pode ser lido - status "
                FS-DATA-PROC
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF.
     MOVE SPACE TO W-SIT-DIA.
     MOVE ZEROS TO DATA-PROCESSO.
     READ ARQ-DATA-PROC
        AT END CONTINUE
        NOT AT END
           IF DT-DATA-PROC IS NUMERIC
              MOVE DT-ANO TO P-ANO
              MOVE DT-MES TO P-MES
              MOVE DT-DIA TO P-DIA
              MOVE DT-SITUACAO TO W-SIT-DIA
           END-IF
     END-READ.
     CLOSE ARQ-DATA-PROC.
     IF DATA-PROCESSO-N = ZEROS
        DISPLAY "CALCDATA.DAT sem data valida - nenhum dia a conferir."
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF.
     DISPLAY "Dia de processamento: " DATA-PROCESSO
             " situacao " W-SIT-DIA " (A=aberto F=fechado)".
     COMPUTE W-DATA-DIA-N = 20000000 + DATA-PROCESSO-N.
     COMPUTE W-INT-DIA = FUNCTION INTEGER-OF-DATE(W-DATA-DIA-N).

 Le-Parametros.
*> CALCFECH.DAT opcional; chave desconhecida é ignorada sem erro, como
*> nos demais arquivos CHAVE=VALOR da suite. Valor inválido fica com o
*> padrão e é avisado.
     OPEN INPUT ARQ-PARAMETROS.
     IF FS-PARAMETROS-NAO-EXISTE
        CONTINUE
     ELSE
        IF NOT FS-PARAMETROS-OK
           DISPLAY "CALCFECH.DAT nao pode ser lido - status "
                   FS-PARAMETROS " - valem os padroes."
        ELSE
           MOVE "N" TO W-FIM-PARAMETROS
           PERFORM Le-Linha-Parametro
           PERFORM Trata-Parametro UNTIL FIM-PARAMETROS
           CLOSE ARQ-PARAMETROS
        END-IF
     END-IF.
     MOVE W-PRAZO-EXCECAO TO MASC-PRAZO.
     DISPLAY "Prazo para dispor excecoes: " MASC-PRAZO " dia(s)"
             "  certificacao exigida: " W-EXIGE-CERTIFICACAO.

 Le-Linha-Parametro.
     READ ARQ-PARAMETROS
        AT END MOVE "S" TO W-FIM-PARAMETROS
     END-READ.

 Trata-Parametro.
     IF REG-PARAMETRO NOT = SPACES AND REG-PARAMETRO (1:1) NOT = "*"
        MOVE SPACES TO W-PARM-CHAVE
        MOVE SPACES TO W-PARM-VALOR
        UNSTRING REG-PARAMETRO DELIMITED BY "="
           INTO W-PARM-CHAVE W-PARM-VALOR
        END-UNSTRING
        EVALUATE W-PARM-CHAVE
           WHEN "PRAZO-EXCECAO"
              COMPUTE W-PARM-CHK = FUNCTION TEST-NUMVAL(W-PARM-VALOR)
              IF W-PARM-CHK = 0
                 AND FUNCTION NUMVAL(W-PARM-VALOR) >= 0
                 AND FUNCTION NUMVAL(W-PARM-VALOR) <= 999
                 COMPUTE W-PRAZO-EXCECAO =
                         FUNCTION NUMVAL(W-PARM-VALOR)
              ELSE
                 DISPLAY "PRAZO-EXCECAO invalido (0 a 999 dias): "
                         FUNCTION TRIM(W-PARM-VALOR)
              END-IF
           WHEN "EXIGE-CERTIFICACAO"
              IF W-PARM-VALOR = "S" OR W-PARM-VALOR = "N"
                 MOVE W-PARM-VALOR (1:1) TO W-EXIGE-CERTIFICACAO
              ELSE
                 DISPLAY "EXIGE-CERTIFICACAO invalido (S/N): "
                         FUNCTION TRIM(W-PARM-VALOR)
              END-IF
           WHEN OTHER
              CONTINUE
        END-EVALUATE
     END-IF.
     PERFORM Le-Linha-Parametro.

 Confere-Job.
*> A noite do dia contábil é a última linha do CALCJOBS.DAT com data
*> de execução a partir do dia (a cadeia que passa da meia-noite, ou
*> que é refeita na manhã seguinte, fica com a data do relógio). Noite
*> refeita depois de uma quebra vale pela última execução.
     MOVE "N" TO W-TEM-JOB.
     MOVE ZEROS TO W-JOB-DATA.
     OPEN INPUT ARQ-JOBS.
     IF FS-JOBS-NAO-EXISTE
        MOVE "FALHA" TO IT-RESULTADO (1)
        MOVE "CALCJOBS.DAT ausente - a cadeia noturna nao rodou"
             TO IT-DETALHE (1)
     ELSE
        IF NOT FS-JOBS-OK
           MOVE "FALHA" TO IT-RESULTADO (1)
           STRING "CALCJOBS.DAT nao pode ser lido - status " FS-JOBS
                  DELIMITED BY SIZE INTO IT-DETALHE (1)
           END-STRING
        ELSE
           MOVE "N" TO W-FIM-JOBS
           PERFORM Le-Job
           PERFORM Guarda-Job UNTIL FIM-JOBS
           CLOSE ARQ-JOBS
           PERFORM Avalia-Job
        END-IF
     END-IF.

 Le-Job.
     READ ARQ-JOBS
        AT END MOVE "S" TO W-FIM-JOBS
     END-READ.

 Guarda-Job.
     IF JB-DATA IS NUMERIC
        IF JB-DATA NOT < DATA-PROCESSO
           MOVE "S" TO W-TEM-JOB
           MOVE JB-DATA        TO W-JOB-DATA
           MOVE JB-HORA-FIM    TO W-JOB-HORA-FIM
           MOVE JB-PASSO-FALHA TO W-JOB-PASSO-FALHA
           MOVE JB-STATUS      TO W-JOB-STATUS
        END-IF
     END-IF.
     PERFORM Le-Job.

 Avalia-Job.
     IF NOT TEM-JOB
        MOVE "FALHA" TO IT-RESULTADO (1)
        STRING "nenhuma noite registrada a partir de " DATA-PROCESSO
               DELIMITED BY SIZE INTO IT-DETALHE (1)
        END-STRING
     ELSE
        IF W-JOB-STATUS = "OK"
           MOVE "PASSA" TO IT-RESULTADO (1)
           STRING "noite " W-JOB-DATA " fim " W-JOB-HORA-FIM (1:2)
                  ":" W-JOB-HORA-FIM (3:2) " - cadeia completa"
                  DELIMITED BY SIZE INTO IT-DETALHE (1)
           END-STRING
        ELSE
           MOVE "FALHA" TO IT-RESULTADO (1)
           STRING "noite " W-JOB-DATA " - cadeia interrompida no passo "
                  W-JOB-PASSO-FALHA
                  DELIMITED BY SIZE INTO IT-DETALHE (1)
           END-STRING
        END-IF
     END-IF.

 Le-Excecoes.
*> Exceção pendente (P, ou em branco no registro antigo) com chave de
*> trilha é datada pela chave; a de rodada fica guardada para a passada
*> do CALCRUNS.DAT. Já disposta (J/C) não conta.
     MOVE "N" TO W-EXC-LIDO.
     MOVE ZEROS TO W-QTDE-PENDENTES.
     MOVE ZEROS TO W-QTDE-VENCIDAS.
     MOVE ZEROS TO W-QTDE-SEM-DATA.
     MOVE ZEROS TO W-QTDE-EXC-RODADA.
     MOVE 9999999 TO W-INT-MAIS-ANTIGA.
     OPEN INPUT ARQ-EXCECOES.
     IF FS-EXCECOES-NAO-EXISTE
        MOVE "PASSA" TO IT-RESULTADO (5)
        MOVE "CALCEXC.DAT ausente - nenhuma excecao registrada"
             TO IT-DETALHE (5)
     ELSE
        IF NOT FS-EXCECOES-OK
           MOVE "FALHA" TO IT-RESULTADO (5)
           STRING "CALCEXC.DAT nao pode ser lido - status " FS-EXCECOES
                  DELIMITED BY SIZE INTO IT-DETALHE (5)
           END-STRING
        ELSE
           MOVE "S" TO W-EXC-LIDO
           MOVE "N" TO W-FIM-EXCECOES
           PERFORM Le-Excecao
           PERFORM Guarda-Excecao UNTIL FIM-EXCECOES
           CLOSE ARQ-EXCECOES
        END-IF
     END-IF.

 Le-Excecao.
     READ ARQ-EXCECOES
        AT END MOVE "S" TO W-FIM-EXCECOES
     END-READ.

 Guarda-Excecao.
     IF EX-PENDENTE
        ADD 1 TO W-QTDE-PENDENTES
        IF EX-CHAVE = SPACES
           IF EX-RUN-ID IS NUMERIC AND W-QTDE-EXC-RODADA < 200
              ADD 1 TO W-QTDE-EXC-RODADA
              MOVE EX-RUN-ID TO ER-RUN-ID (W-QTDE-EXC-RODADA)
              MOVE SPACES    TO ER-DATA (W-QTDE-EXC-RODADA)
           ELSE
              ADD 1 TO W-QTDE-SEM-DATA
              ADD 1 TO W-QTDE-VENCIDAS
           END-IF
        ELSE
           MOVE SPACES TO W-DATA-EXC
           STRING EX-CHAVE (1:2) EX-CHAVE (4:2) EX-CHAVE (7:2)
                  DELIMITED BY SIZE INTO W-DATA-EXC
           END-STRING
           PERFORM Avalia-Prazo
        END-IF
     END-IF.
     PERFORM Le-Excecao.

 Avalia-Prazo.
*> Vencida = dia contábil além da data da exceção mais o prazo. Data
*> ilegível não tem como provar que está no prazo: conta como vencida.
     IF W-DATA-EXC IS NOT NUMERIC
        ADD 1 TO W-QTDE-SEM-DATA
        ADD 1 TO W-QTDE-VENCIDAS
     ELSE
        COMPUTE W-DATA-EXC-N = 20000000 + FUNCTION NUMVAL(W-DATA-EXC)
        IF FUNCTION TEST-DATE-YYYYMMDD(W-DATA-EXC-N) NOT = 0
           ADD 1 TO W-QTDE-SEM-DATA
           ADD 1 TO W-QTDE-VENCIDAS
        ELSE
           COMPUTE W-INT-EXC = FUNCTION INTEGER-OF-DATE(W-DATA-EXC-N)
           IF W-INT-DIA > W-INT-EXC + W-PRAZO-EXCECAO
              ADD 1 TO W-QTDE-VENCIDAS
              IF W-INT-EXC < W-INT-MAIS-ANTIGA
                 MOVE W-INT-EXC TO W-INT-MAIS-ANTIGA
                 MOVE W-DATA-EXC TO W-DATA-MAIS-ANTIGA
              END-IF
           END-IF
        END-IF
     END-IF.

 Confere-Rodadas.
*> Toda rodada com "I" no dia contábil (batch ou interativa, normal ou
*> de reprocessamento) precisa do "F" com RC-STATUS OK. Na mesma
*> passada, o "I" de uma rodada com exceção de rodada pendente dá a
*> data dela.
     MOVE ZEROS TO W-QTDE-RODADAS.
     MOVE ZEROS TO W-QTDE-RODADAS-EXCEDE.
     OPEN INPUT ARQ-RUNCTL.
     IF FS-RUNCTL-NAO-EXISTE
        MOVE "PASSA" TO IT-RESULTADO (2)
        MOVE "CALCRUNS.DAT ausente - nenhuma rodada registrada"
             TO IT-DETALHE (2)
     ELSE
        IF NOT FS-RUNCTL-OK
           MOVE "FALHA" TO IT-RESULTADO (2)
           STRING "CALCRUNS.DAT nao pode ser lido - status " FS-RUNCTL
                  DELIMITED BY SIZE INTO IT-DETALHE (2)
           END-STRING
        ELSE
           MOVE "N" TO W-FIM-RUNCTL
           PERFORM Le-Runctl
           PERFORM Guarda-Rodada UNTIL FIM-RUNCTL
           CLOSE ARQ-RUNCTL
           PERFORM Avalia-Rodadas
        END-IF
     END-IF.

 Le-Runctl.
     READ ARQ-RUNCTL
        AT END MOVE "S" TO W-FIM-RUNCTL
     END-READ.

 Guarda-Rodada.
     IF RC-RUN-ID IS NUMERIC
        IF RC-TIPO = "I"
           PERFORM VARYING W-IDX-EXC-RODADA FROM 1 BY 1
                    UNTIL W-IDX-EXC-RODADA > W-QTDE-EXC-RODADA
              IF ER-RUN-ID (W-IDX-EXC-RODADA) = RC-RUN-ID
                 MOVE RC-DATA TO ER-DATA (W-IDX-EXC-RODADA)
              END-IF
           END-PERFORM
           IF RC-DATA = DATA-PROCESSO
              IF W-QTDE-RODADAS < 500
                 ADD 1 TO W-QTDE-RODADAS
                 MOVE RC-RUN-ID TO RD-RUN-ID (W-QTDE-RODADAS)
                 MOVE "N"       TO RD-FIM (W-QTDE-RODADAS)
                 MOVE SPACES    TO RD-STATUS (W-QTDE-RODADAS)
              ELSE
                 ADD 1 TO W-QTDE-RODADAS-EXCEDE
              END-IF
           END-IF
        END-IF
        IF RC-TIPO = "F"
           PERFORM VARYING W-IDX-RODADA FROM 1 BY 1
                    UNTIL W-IDX-RODADA > W-QTDE-RODADAS
              IF RD-RUN-ID (W-IDX-RODADA) = RC-RUN-ID
                 MOVE "S"       TO RD-FIM (W-IDX-RODADA)
                 MOVE RC-STATUS TO RD-STATUS (W-IDX-RODADA)
              END-IF
           END-PERFORM
        END-IF
     END-IF.
     PERFORM Le-Runctl.

 Avalia-Rodadas.
*> Rodadas além da tabela não podem ser conferidas: o item falha em
*> vez de passar sem olhar.
     MOVE ZEROS TO W-QTDE-RODADAS-OK.
     MOVE ZEROS TO W-QTDE-SEM-FIM.
     MOVE ZEROS TO W-QTDE-RODADAS-ER.
     MOVE ZEROS TO W-RUN-FALHA.
     PERFORM VARYING W-IDX-RODADA FROM 1 BY 1
              UNTIL W-IDX-RODADA > W-QTDE-RODADAS
        EVALUATE TRUE
           WHEN RD-FIM (W-IDX-RODADA) NOT = "S"
              ADD 1 TO W-QTDE-SEM-FIM
              IF W-RUN-FALHA = ZEROS
                 MOVE RD-RUN-ID (W-IDX-RODADA) TO W-RUN-FALHA
              END-IF
           WHEN RD-STATUS (W-IDX-RODADA) = "OK"
              ADD 1 TO W-QTDE-RODADAS-OK
           WHEN OTHER
              ADD 1 TO W-QTDE-RODADAS-ER
              IF W-RUN-FALHA = ZEROS
                 MOVE RD-RUN-ID (W-IDX-RODADA) TO W-RUN-FALHA
              END-IF
        END-EVALUATE
     END-PERFORM.
     MOVE W-QTDE-RODADAS-OK TO MASC-QTDE.
     MOVE W-QTDE-SEM-FIM    TO MASC-QTDE2.
     MOVE W-QTDE-RODADAS-ER TO MASC-QTDE3.
     IF W-QTDE-RODADAS-EXCEDE > 0
        MOVE "FALHA" TO IT-RESULTADO (2)
        MOVE "rodadas do dia alem de 500 - conferir CALCRUNS.DAT a mao"
             TO IT-DETALHE (2)
     ELSE
        IF W-QTDE-SEM-FIM = 0 AND W-QTDE-RODADAS-ER = 0
           MOVE "PASSA" TO IT-RESULTADO (2)
           IF W-QTDE-RODADAS = 0
              MOVE "nenhuma rodada no dia" TO IT-DETALHE (2)
           ELSE
              STRING FUNCTION TRIM(MASC-QTDE)
                     " rodada(s) encerrada(s) OK"
                     DELIMITED BY SIZE INTO IT-DETALHE (2)
              END-STRING
           END-IF
        ELSE
           MOVE "FALHA" TO IT-RESULTADO (2)
           STRING FUNCTION TRIM(MASC-QTDE) " OK, "
                  FUNCTION TRIM(MASC-QTDE2) " sem F (abend), "
                  FUNCTION TRIM(MASC-QTDE3) " nao OK - ex. rodada "
                  W-RUN-FALHA
                  DELIMITED BY SIZE INTO IT-DETALHE (2)
           END-STRING
        END-IF
     END-IF.

 Confere-Excecoes.
*> Exceções de rodada datadas agora pelo "I" da rodada; rodada que não
*> está no CALCRUNS.DAT fica sem data e conta como vencida.
     IF EXC-LIDO
        PERFORM VARYING W-IDX-EXC-RODADA FROM 1 BY 1
                 UNTIL W-IDX-EXC-RODADA > W-QTDE-EXC-RODADA
           MOVE ER-DATA (W-IDX-EXC-RODADA) TO W-DATA-EXC
           PERFORM Avalia-Prazo
        END-PERFORM
        MOVE W-QTDE-PENDENTES TO MASC-QTDE
        MOVE W-QTDE-VENCIDAS  TO MASC-QTDE2
        MOVE W-PRAZO-EXCECAO  TO MASC-PRAZO
        IF W-QTDE-VENCIDAS = 0
           MOVE "PASSA" TO IT-RESULTADO (5)
           STRING FUNCTION TRIM(MASC-QTDE) " pendente(s), nenhuma alem de "
                  FUNCTION TRIM(MASC-PRAZO) " dia(s)"
                  DELIMITED BY SIZE INTO IT-DETALHE (5)
           END-STRING
        ELSE
           MOVE "FALHA" TO IT-RESULTADO (5)
           IF W-DATA-MAIS-ANTIGA NOT = SPACES
              STRING FUNCTION TRIM(MASC-QTDE2) " vencida(s) (prazo "
                     FUNCTION TRIM(MASC-PRAZO) " dia(s)) de "
                     FUNCTION TRIM(MASC-QTDE) " pendente(s) - mais antiga "
                     W-DATA-MAIS-ANTIGA
                     DELIMITED BY SIZE INTO IT-DETALHE (5)
              END-STRING
           ELSE
              STRING FUNCTION TRIM(MASC-QTDE2) " vencida(s) (prazo "
                     FUNCTION TRIM(MASC-PRAZO) " dia(s)) de "
                     FUNCTION TRIM(MASC-QTDE) " pendente(s)"
                     DELIMITED BY SIZE INTO IT-DETALHE (5)
              END-STRING
           END-IF
           IF W-QTDE-SEM-DATA > 0
              MOVE W-QTDE-SEM-DATA TO MASC-QTDE3
              MOVE SPACES TO W-LINHA-REL
              STRING FUNCTION TRIM(IT-DETALHE (5)) ", "
                     FUNCTION TRIM(MASC-QTDE3) " sem data"
                     DELIMITED BY SIZE INTO W-LINHA-REL
              END-STRING
              MOVE W-LINHA-REL TO IT-DETALHE (5)
           END-IF
        END-IF
     END-IF.

 Procura-Relatorio.
*> Abre o relatório W-PREFIXO-REL mais novo entre as datas candidatas
*> (todas a partir do dia contábil) e o deixa aberto para a leitura do
*> veredicto. Data repetida ou zerada (noite não encontrada) é pulada.
     MOVE "N" TO W-ACHOU-REL.
     PERFORM VARYING W-IDX-DATA-REL FROM 1 BY 1
              UNTIL W-IDX-DATA-REL > 3 OR ACHOU-REL
        IF DR-DATA (W-IDX-DATA-REL) NOT = ZEROS
           MOVE SPACES TO W-NOME-REL-LIDO
           STRING W-PREFIXO-REL DR-DATA (W-IDX-DATA-REL) ".REP"
                  DELIMITED BY SIZE INTO W-NOME-REL-LIDO
           END-STRING
           OPEN INPUT ARQ-REL-LIDO
           IF FS-REL-LIDO-OK
              MOVE "S" TO W-ACHOU-REL
           END-IF
        END-IF
     END-PERFORM.
     MOVE ZEROS TO W-QTDE-VEREDITO-OK.
     MOVE ZEROS TO W-QTDE-VEREDITO-ER.
     MOVE "N" TO W-FIM-REL-LIDO.

 Le-Rel-Lido.
     READ ARQ-REL-LIDO
        AT END MOVE "S" TO W-FIM-REL-LIDO
     END-READ.

 Confere-Conciliacao.
     MOVE "RELCON-" TO W-PREFIXO-REL.
     PERFORM Procura-Relatorio.
     IF NOT ACHOU-REL
        MOVE "FALHA" TO IT-RESULTADO (3)
        STRING "nenhum RELCON a partir de " DATA-PROCESSO
               " - conciliacao nao rodou"
               DELIMITED BY SIZE INTO IT-DETALHE (3)
        END-STRING
     ELSE
        PERFORM Le-Rel-Lido
        PERFORM Procura-Balance UNTIL FIM-REL-LIDO
        CLOSE ARQ-REL-LIDO
        IF W-QTDE-VEREDITO-OK > 0 AND W-QTDE-VEREDITO-ER = 0
           MOVE "PASSA" TO IT-RESULTADO (3)
           STRING FUNCTION TRIM(W-NOME-REL-LIDO) " - FILES IN BALANCE"
                  DELIMITED BY SIZE INTO IT-DETALHE (3)
           END-STRING
        ELSE
           MOVE "FALHA" TO IT-RESULTADO (3)
           IF W-QTDE-VEREDITO-ER > 0
              STRING FUNCTION TRIM(W-NOME-REL-LIDO)
                     " - FILES OUT OF BALANCE"
                     DELIMITED BY SIZE INTO IT-DETALHE (3)
              END-STRING
           ELSE
              STRING FUNCTION TRIM(W-NOME-REL-LIDO)
                     " sem veredicto - conciliacao interrompida"
                     DELIMITED BY SIZE INTO IT-DETALHE (3)
              END-STRING
           END-IF
        END-IF
     END-IF.

 Procura-Balance.
     INSPECT REG-REL-LIDO TALLYING
             W-QTDE-VEREDITO-OK FOR ALL "*** FILES IN BALANCE ***"
             W-QTDE-VEREDITO-ER FOR ALL "FILES OUT OF BALANCE".
     PERFORM Le-Rel-Lido.

 Confere-Certificacao.
     MOVE "RELCRT-" TO W-PREFIXO-REL.
     PERFORM Procura-Relatorio.
     IF NOT ACHOU-REL
        IF EXIGE-CERTIFICACAO
           MOVE "FALHA" TO IT-RESULTADO (4)
           STRING "nenhum RELCRT a partir de " DATA-PROCESSO
                  " - trilha nao certificada"
                  DELIMITED BY SIZE INTO IT-DETALHE (4)
           END-STRING
        ELSE
           MOVE "PASSA" TO IT-RESULTADO (4)
           MOVE "nenhum RELCRT - certificacao dispensada (CALCFECH.DAT)"
                TO IT-DETALHE (4)
        END-IF
     ELSE
        PERFORM Le-Rel-Lido
        PERFORM Procura-Certificada UNTIL FIM-REL-LIDO
        CLOSE ARQ-REL-LIDO
        IF W-QTDE-VEREDITO-OK > 0 AND W-QTDE-VEREDITO-ER = 0
           MOVE "PASSA" TO IT-RESULTADO (4)
           STRING FUNCTION TRIM(W-NOME-REL-LIDO) " - TRILHA CERTIFICADA"
                  DELIMITED BY SIZE INTO IT-DETALHE (4)
           END-STRING
        ELSE
           MOVE "FALHA" TO IT-RESULTADO (4)
           IF W-QTDE-VEREDITO-ER > 0
              STRING FUNCTION TRIM(W-NOME-REL-LIDO)
                     " - TRILHA COM DIVERGENCIAS"
                     DELIMITED BY SIZE INTO IT-DETALHE (4)
              END-STRING
           ELSE
              STRING FUNCTION TRIM(W-NOME-REL-LIDO)
                     " sem veredicto - certificacao interrompida"
                     DELIMITED BY SIZE INTO IT-DETALHE (4)
              END-STRING
           END-IF
        END-IF
     END-IF.

 Procura-Certificada.
     INSPECT REG-REL-LIDO TALLYING
             W-QTDE-VEREDITO-OK FOR ALL "*** TRILHA CERTIFICADA"
             W-QTDE-VEREDITO-ER FOR ALL "*** TRILHA COM DIVERGENCIAS".
     PERFORM Le-Rel-Lido.

 Confere-Suspensos.
*> O suspenso corrente (TRANSREJ.DAT, refeito a cada rodada normal) é
*> o trabalho de correção em aberto. Cada recusa é procurada no índice
*> por referência a partir do dia dela: saneada quando a mesma
*> referência, do mesmo tipo, entrou na trilha por uma rodada posterior
*> à da recusa. A rodada de reprocessamento não tem header - detalhe
*> sem coluna de origem entra na trilha com a origem em branco, e
*> também vale. Recusa sem referência ou sem os carimbos não tem como
*> ser casada e fica não saneada.
     MOVE ZEROS TO W-QTDE-SUSPENSOS.
     MOVE ZEROS TO W-QTDE-SANEADOS.
     MOVE ZEROS TO W-QTDE-NAO-SANEADOS.
     OPEN INPUT ARQ-REJEITADOS.
     IF FS-REJEITADOS-NAO-EXISTE
        MOVE "PASSA" TO IT-RESULTADO (6)
        MOVE "TRANSREJ.DAT ausente - nenhuma recusa" TO IT-DETALHE (6)
     ELSE
        IF NOT FS-REJEITADOS-OK
           MOVE "FALHA" TO IT-RESULTADO (6)
           STRING "TRANSREJ.DAT nao pode ser lido - status "
                  FS-REJEITADOS
                  DELIMITED BY SIZE INTO IT-DETALHE (6)
           END-STRING
        ELSE
           PERFORM Abre-Indices
           MOVE "N" TO W-FIM-REJEITADOS
           PERFORM Le-Rejeitado
           PERFORM Confere-Rejeitado UNTIL FIM-REJEITADOS
           CLOSE ARQ-REJEITADOS
           IF INDICES-OK
              CLOSE ARQ-REFIX
              CLOSE ARQ-AUDITORIA
           END-IF
           PERFORM Avalia-Suspensos
        END-IF
     END-IF.

 Abre-Indices.
     MOVE "N" TO W-INDICES-OK.
     OPEN INPUT ARQ-REFIX.
     IF FS-REFIX-OK
        OPEN INPUT ARQ-AUDITORIA
        IF FS-AUDITORIA-OK
           MOVE "S" TO W-INDICES-OK
        ELSE
           CLOSE ARQ-REFIX
        END-IF
     END-IF.

 Le-Rejeitado.
     READ ARQ-REJEITADOS
        AT END MOVE "S" TO W-FIM-REJEITADOS
     END-READ.

 Confere-Rejeitado.
     IF REG-REJEITADO NOT = SPACES
        ADD 1 TO W-QTDE-SUSPENSOS
        MOVE "N" TO W-SANEADO
        IF INDICES-OK AND RJ-IMG-REF NOT = SPACES
          AND RJ-RUN-ID IS NUMERIC AND RJ-DATA-PROC IS NUMERIC
           MOVE RJ-IMG-TIPO  TO W-REJ-TIPO
           MOVE RJ-IMG-REF   TO W-REJ-REF
           MOVE RJ-ORIGEM    TO W-REJ-ORIGEM
           MOVE RJ-RUN-ID    TO W-REJ-RUN-ID
           MOVE RJ-DATA-PROC (1:2) TO W-RT-ANO
           MOVE RJ-DATA-PROC (3:2) TO W-RT-MES
           MOVE RJ-DATA-PROC (5:2) TO W-RT-DIA
           PERFORM Procura-Saneamento
        END-IF
        IF SANEADO
           ADD 1 TO W-QTDE-SANEADOS
        ELSE
           ADD 1 TO W-QTDE-NAO-SANEADOS
        END-IF
     END-IF.
     PERFORM Le-Rejeitado.

 Procura-Saneamento.
     MOVE W-REJ-REF         TO RX-REF.
     MOVE W-REJ-DATA-TRILHA TO RX-DATA.
     MOVE ZEROS             TO RX-SEQ.
     MOVE "N" TO W-FIM-REFIX.
     START ARQ-REFIX KEY IS >= RX-CHAVE
        INVALID KEY MOVE "S" TO W-FIM-REFIX
     END-START.
     PERFORM Le-Entrada-Refix UNTIL FIM-REFIX OR SANEADO.

 Le-Entrada-Refix.
*> O índice também guarda, sob a referência do original, a ligação do
*> estorno - o registro apontado precisa ter a própria referência.
     READ ARQ-REFIX NEXT RECORD
        AT END MOVE "S" TO W-FIM-REFIX
     END-READ.
     IF NOT FIM-REFIX
        IF RX-REF NOT = W-REJ-REF
           MOVE "S" TO W-FIM-REFIX
        ELSE
           MOVE RX-AUD-CHAVE TO AU-CHAVE
           READ ARQ-AUDITORIA
              INVALID KEY CONTINUE
              NOT INVALID KEY PERFORM Confere-Saneamento
           END-READ
        END-IF
     END-IF.

 Confere-Saneamento.
     IF AU-RUN-ID IS NUMERIC AND AU-REF = W-REJ-REF
        IF AU-RUN-ID > W-REJ-RUN-ID
          AND (AU-ORIGEM = W-REJ-ORIGEM OR AU-ORIGEM = SPACES)
           IF (W-REJ-TIPO = "E" AND AU-ESTORNO)
             OR (W-REJ-TIPO NOT = "E" AND NOT AU-ESTORNO)
              MOVE "S" TO W-SANEADO
           END-IF
        END-IF
     END-IF.

 Avalia-Suspensos.
     MOVE W-QTDE-SUSPENSOS    TO MASC-QTDE.
     MOVE W-QTDE-SANEADOS     TO MASC-QTDE2.
     MOVE W-QTDE-NAO-SANEADOS TO MASC-QTDE3.
     IF W-QTDE-NAO-SANEADOS = 0
        MOVE "PASSA" TO IT-RESULTADO (6)
        IF W-QTDE-SUSPENSOS = 0
           MOVE "TRANSREJ.DAT vazio - nenhuma recusa" TO IT-DETALHE (6)
        ELSE
           STRING FUNCTION TRIM(MASC-QTDE)
                  " recusa(s), todas saneadas por reprocessamento"
                  DELIMITED BY SIZE INTO IT-DETALHE (6)
           END-STRING
        END-IF
     ELSE
        MOVE "FALHA" TO IT-RESULTADO (6)
        STRING FUNCTION TRIM(MASC-QTDE3) " nao saneada(s) de "
               FUNCTION TRIM(MASC-QTDE) " recusa(s) ("
               FUNCTION TRIM(MASC-QTDE2) " saneadas)"
               DELIMITED BY SIZE INTO IT-DETALHE (6)
        END-STRING
        IF NOT INDICES-OK
           MOVE SPACES TO W-LINHA-REL
           STRING FUNCTION TRIM(IT-DETALHE (6))
                  " - CALCREFIX/CALCLOGIX indisponiveis"
                  DELIMITED BY SIZE INTO W-LINHA-REL
           END-STRING
           MOVE W-LINHA-REL TO IT-DETALHE (6)
        END-IF
     END-IF.

 Imprime-Folha.
*> Folha de uma página: um item por linha, o veredicto e as linhas de
*> visto que o supervisor assina e a auditoria arquiva.
     PERFORM Abre-Relatorio.
     MOVE ZEROS TO W-QTDE-FALHAS.
     PERFORM VARYING W-IDX-ITEM FROM 1 BY 1 UNTIL W-IDX-ITEM > 6
        IF IT-RESULTADO (W-IDX-ITEM) NOT = "PASSA"
           MOVE "FALHA" TO IT-RESULTADO (W-IDX-ITEM)
           ADD 1 TO W-QTDE-FALHAS
        END-IF
        MOVE SPACES TO W-LINHA-REL
        STRING W-IDX-ITEM "  " IT-DESCRICAO (W-IDX-ITEM) " "
               IT-RESULTADO (W-IDX-ITEM) "  " IT-DETALHE (W-IDX-ITEM)
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
        PERFORM Imprime-Linha
     END-PERFORM.
     MOVE SPACES TO W-LINHA-REL.
     MOVE ALL "-" TO W-LINHA-REL (1:125).
     PERFORM Imprime-Linha.
     IF W-QTDE-FALHAS = 0
        MOVE "*** TODOS OS ITENS PASSAM - DIA LIBERADO PARA FECHAMENTO ***"
             TO W-LINHA-REL
     ELSE
        MOVE SPACES TO W-LINHA-REL
        STRING "*** " W-QTDE-FALHAS " ITEM(NS) EM FALHA - FECHAMENTO "
               "SO COM LIBERACAO DO SUPERVISOR (CalcDia) ***"
               DELIMITED BY SIZE INTO W-LINHA-REL
        END-STRING
     END-IF.
     PERFORM Imprime-Linha.
     MOVE SPACES TO W-LINHA-REL.
     PERFORM Imprime-Linha.
     PERFORM Imprime-Linha.
     MOVE "Conferido por: ______________________   Supervisor: ______________________   Data: __/__/__"
          TO W-LINHA-REL.
     PERFORM Imprime-Linha.
     MOVE SPACES TO W-LINHA-REL.
     PERFORM Imprime-Linha.
     MOVE "Motivo da liberacao (item em falha): ____________________________________________________"
          TO W-LINHA-REL.
     PERFORM Imprime-Linha.
     PERFORM Encerra-Relatorio.

 Abre-Relatorio.
*> A folha leva a data do dia contábil conferido (RELFEC-AAMMDD.REP):
*> é a folha daquele dia que se arquiva, rode o checklist quando rodar.
*> Falha na abertura interrompe com código 8 - o fechamento não pode
*> seguir sem a folha.
     MOVE SPACES TO W-NOME-RELATORIO.
     STRING "RELFEC-" DATA-PROCESSO ".REP" DELIMITED BY SIZE
            INTO W-NOME-RELATORIO
     END-STRING.
     OPEN OUTPUT ARQ-RELATORIO.
     IF NOT FS-RELATORIO-OK
        DISPLAY FUNCTION TRIM(W-NOME-RELATORIO)
                " nao pode ser gravado - status " FS-RELATORIO
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF.

 Imprime-Cabecalho.
     ADD 1 TO W-QTDE-PAGINAS.
     MOVE W-QTDE-PAGINAS TO MASC-PAGINA.
     MOVE SPACES TO REG-RELATORIO.
     STRING "CALCFECHAMENTO - CHECKLIST DE FECHAMENTO DO DIA"
            DELIMITED BY SIZE INTO REG-RELATORIO
     END-STRING.
     MOVE "PAGINA" TO REG-RELATORIO (62:6).
     MOVE MASC-PAGINA TO REG-RELATORIO (70:4).
     WRITE REG-RELATORIO.
     MOVE SPACES TO REG-RELATORIO.
     STRING "EMISSAO: " DIA "/" MES "/" ANO " "
            W-HORA-SISTEMA (1:2) ":" W-HORA-SISTEMA (3:2) ":"
            W-HORA-SISTEMA (5:2)
            "   DIA DE PROCESSAMENTO: " P-DIA "/" P-MES "/" P-ANO
            " (SITUACAO " W-SIT-DIA ")"
            DELIMITED BY SIZE INTO REG-RELATORIO
     END-STRING.
     WRITE REG-RELATORIO.
     MOVE SPACES TO REG-RELATORIO.
     MOVE ALL "-" TO REG-RELATORIO (1:125).
     WRITE REG-RELATORIO.
     MOVE SPACES TO REG-RELATORIO.
     STRING "   ITEM                               RESULT DETALHE"
            DELIMITED BY SIZE INTO REG-RELATORIO
     END-STRING.
     WRITE REG-RELATORIO.
     MOVE 4 TO W-QTDE-LINHAS.

 Imprime-Linha.
*> Toda linha do relatório sai na tela E no arquivo impresso; a quebra
*> de página reimprime o cabeçalho.
     IF W-QTDE-LINHAS >= W-LINHAS-POR-PAGINA
        PERFORM Imprime-Cabecalho
     END-IF.
     DISPLAY W-LINHA-REL (1:125).
     MOVE W-LINHA-REL TO REG-RELATORIO.
     WRITE REG-RELATORIO.
     ADD 1 TO W-QTDE-LINHAS.

 Encerra-Relatorio.
     CLOSE ARQ-RELATORIO.
     DISPLAY "Folha de fechamento gravada em "
             FUNCTION TRIM(W-NOME-RELATORIO).
