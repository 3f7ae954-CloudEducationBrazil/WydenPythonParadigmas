      *> REGSEG.cpy - layout do registro do log de segurança
      *> (CALCSEG.DAT), acumulado em EXTEND. Um registro por ação
      *> sensível dos membros de manutenção: identificação aceita ou
      *> recusada, liberação do lote, abertura/fechamento do dia,
      *> disposição de exceção, expurgo da trilha e tentativa barrada
      *> pelo papel do operador. Compartilhado entre todos os membros
      *> que exigem identificação (ver REGOPER.cpy).
 01 REG-SEGURANCA.
*> Data e hora da máquina (não a data contábil): o log diz quando a
*> ação realmente aconteceu.
    02 SG-DATA.
       03 SG-ANO          PIC 9(02).
       03 SG-MES          PIC 9(02).
       03 SG-DIA          PIC 9(02).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 SG-HORA            PIC 9(06).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 SG-OPERADOR        PIC X(08).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 SG-PROGRAMA        PIC X(14).
    02 FILLER             PIC X(02) VALUE SPACES.
*> Ação: SIGNON, SIGNON-FALHA, NEGADO, LIBERA, ABRE-DIA, FECHA-DIA,
*> FORCA-FECHA, VIRA-MES, JUSTIFICA, CORRIGE, REABRE, EXPURGO.
    02 SG-ACAO            PIC X(12).
    02 FILLER             PIC X(02) VALUE SPACES.
*> Complemento livre da ação: a data aberta/fechada, a chave da
*> exceção, a quantidade liberada, o motivo do fechamento liberado com
*> o checklist em falha, o mês virado no acumulado, a data de corte do
*> expurgo.
    02 SG-DETALHE         PIC X(40).
