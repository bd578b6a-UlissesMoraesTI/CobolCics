      *   PROGRAMADOR : ULISSES & MORAES     DATA : 02/09/2026        *
      *   OBJETIVO    : INCLUSAO DA MENSAGEM 090 (INCLUSAO DO ALUNO   *
      *                 NA LISTA DE ESPERA DA TURMA LOTADA)           *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DAS MENSAGENS 054 E 100 A 104        *
      *                 (MANUTENCAO DE BOLSAS/DESCONTOS DA MATRICULA) *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DAS MENSAGENS 055 E 105 A 111        *
      *                 (PAGAMENTO DE MENSALIDADES NO BALCAO E        *
      *                 ESTORNO DE RECIBO)                            *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DAS MENSAGENS 112 A 119 (ACORDO DE   *
      *                 PARCELAMENTO DAS MENSALIDADES VENCIDAS)       *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DAS MENSAGENS 120 A 132 (CADASTRO DE *
      *                 DOCENTES, ATRIBUICAO DE DOCENTES A TURMAS E   *
      *                 LANCAMENTO DE NOTAS PELO DOCENTE DA TURMA)    *
      *---------------------------------------------------------------*
      *   PROGRAMADOR : ULISSES & MORAES     DATA : 15/10/2026        *
      *   OBJETIVO    : INCLUSAO DA MENSAGEM 133 (PRE-REQUISITO DE    *
      *                 CURSO NAO CUMPRIDO NA MATRICULA)              *
      *===============================================================*
      *
       01          WS-MSG-028      PIC X(080)  VALUE
      *
       01          WS-MSG-047      PIC X(080)  VALUE
           'SAGBB047 - LANCAMENTO/CONSULTA DE NOTAS COM SUCESSO'.
      *
       01          WS-MSG-054      PIC X(080)  VALUE
           'SAGBB054 - MANUTENCAO DE BOLSA/DESCONTO COM SUCESSO'.
      *
       01          WS-MSG-055      PIC X(080)  VALUE
           'SAGBB055 - PAGAMENTO/ESTORNO NO BALCAO COM SUCESSO'.
      *
       01          WS-MSG-057      PIC X(080)  VALUE
           'NOME DO ALUNO NAO INFORMADO'.
      *
       01          WS-MSG-099      PIC X(080)  VALUE
           'ERRO SQL - CMD=       TAB=         SQLCODE=     '.
      *
       01          WS-MSG-100      PIC X(080)  VALUE
           'TIPO DE DESCONTO INVALIDO - INFORME B, I, F, P OU O'.
      *
       01          WS-MSG-101      PIC X(080)  VALUE
           'FORMA/PERCENTUAL/VALOR DO DESCONTO INVALIDO'.
      *
       01          WS-MSG-102      PIC X(080)  VALUE
           'VIGENCIA DO DESCONTO INVALIDA (COMPETENCIA AAAAMM)'.
      *
       01          WS-MSG-103      PIC X(080)  VALUE
           'DESCONTO NAO ENCONTRADO OU NAO ESTA ATIVO'.
      *
       01          WS-MSG-104      PIC X(080)  VALUE
           'JA EXISTE DESCONTO DO MESMO TIPO VIGENTE NO PERIODO'.
      *
       01          WS-MSG-105      PIC X(080)  VALUE
           'FORMA DE PAGAMENTO INVALIDA - INFORME D, C OU B'.
      *
       01          WS-MSG-106      PIC X(080)  VALUE
           'MENSALIDADE NAO ENCONTRADA OU NAO ESTA EM ABERTO'.
      *
       01          WS-MSG-107      PIC X(080)  VALUE
           'RECIBO NAO ENCONTRADO'.
      *
       01          WS-MSG-108      PIC X(080)  VALUE
           'RECIBO JA ESTORNADO'.
      *
       01          WS-MSG-109      PIC X(080)  VALUE
           'ESTORNO PERMITIDO SOMENTE A OPERADOR SUPERVISOR'.
      *
       01          WS-MSG-110      PIC X(080)  VALUE
           'MOTIVO DO ESTORNO NAO INFORMADO'.
      *
       01          WS-MSG-111      PIC X(080)  VALUE
           'MENSALIDADE DO RECIBO ALTERADA APOS O PAGAMENTO'.
      *
       01          WS-MSG-112      PIC X(080)  VALUE
           'SAGBB057 - ACORDO DE PARCELAMENTO COM SUCESSO'.
      *
       01          WS-MSG-113      PIC X(080)  VALUE
           'MATRICULA SEM MENSALIDADES VENCIDAS EM ABERTO'.
      *
       01          WS-MSG-114      PIC X(080)  VALUE
           'JA EXISTE ACORDO ATIVO PARA A MATRICULA'.
      *
       01          WS-MSG-115      PIC X(080)  VALUE
           'QUANTIDADE DE PARCELAS INVALIDA - INFORME DE 1 A 18'.
      *
       01          WS-MSG-116      PIC X(080)  VALUE
           'VALOR DA ENTRADA INVALIDO - DEVE SER MENOR QUE A DIVIDA'.
      *
       01          WS-MSG-117      PIC X(080)  VALUE
           'DATA DE VENCIMENTO INVALIDA, PASSADA OU FORA DE ORDEM'.
      *
       01          WS-MSG-118      PIC X(080)  VALUE
           'ACORDO NAO ENCONTRADO'.
      *
       01          WS-MSG-119      PIC X(080)  VALUE
           'VALOR DA PARCELA ACIMA DO LIMITE - AUMENTE AS PARCELAS'.
      *
       01          WS-MSG-120      PIC X(080)  VALUE
           'SAGBB062 - MANUTENCAO DE DOCENTE COM SUCESSO'.
      *
       01          WS-MSG-121      PIC X(080)  VALUE
           'SAGBB063 - ATRIBUICAO DE DOCENTE A TURMA COM SUCESSO'.
      *
       01          WS-MSG-122      PIC X(080)  VALUE
           'DOCENTE NAO ENCONTRADO'.
      *
       01          WS-MSG-123      PIC X(080)  VALUE
           'CPF JA CADASTRADO PARA OUTRO DOCENTE'.
      *
       01          WS-MSG-124      PIC X(080)  VALUE
           'TITULACAO INVALIDA - INFORME G, E, M OU D'.
      *
       01          WS-MSG-125      PIC X(080)  VALUE
           'OPERADOR JA VINCULADO A OUTRO DOCENTE'.
      *
       01          WS-MSG-126      PIC X(080)  VALUE
           'DOCENTE INATIVO OU JA INATIVADO'.
      *
       01          WS-MSG-127      PIC X(080)  VALUE
           'DOCENTE COM ATRIBUICAO DE TURMA EM VIGOR'.
      *
       01          WS-MSG-128      PIC X(080)  VALUE
           'PERIODO DA ATRIBUICAO INVALIDO OU FORA DAS DATAS DA TURMA'.
      *
       01          WS-MSG-129      PIC X(080)  VALUE
           'DOCENTE JA ATRIBUIDO A OUTRA TURMA ATIVA NO MESMO PERIODO'.
      *
       01          WS-MSG-130      PIC X(080)  VALUE
           'ATRIBUICAO NAO ENCONTRADA OU JA CANCELADA'.
      *
       01          WS-MSG-131      PIC X(080)  VALUE
           'OPERADOR NAO E DOCENTE ATRIBUIDO A TURMA NA DATA'.
      *
       01          WS-MSG-132      PIC X(080)  VALUE
           'NENHUM DOCENTE ATRIBUIDO A TURMA'.
      *
       01          WS-MSG-133      PIC X(080)  VALUE
           'ALUNO SEM APROVACAO NO CURSO PRE-REQUISITO DA TURMA'.
      *
      *===============================================================*
