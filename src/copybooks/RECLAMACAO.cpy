      *> Layout partilhado do registo de reclamacoes de clientes
      *> (FICHEIRO-RECLAMACOES, data/reclamacoes.dat). Substitui o
      *> livro de reclamacoes em papel de cada balcao: registo e
      *> ciclo de vida em GESTAO-RECLAMACOES, escalonamento noturno
      *> ao supervisor em ESCALAR-RECLAMACOES, compensacao pelo
      *> ESTORNO-MOVIMENTO e mapa mensal para o reporte ao regulador
      *> em RELATORIO-RECLAMACOES. O prazo de resposta conta-se em
      *> dias uteis do calendario de feriados (ver DIAUTIL).
       01  REG-RECLAMACAO.
           05 RCL-ID                 PIC 9(09).
           *> conta visada; 0 quando a reclamacao e so contra o
           *> cliente (CIF), sem conta em causa
           05 RCL-CONTA              PIC 9(09).
           05 RCL-CIF                PIC 9(09).
           *> 'CO-Comissoes', 'JU-Juros', 'TR-Transferencias',
           *> 'CA-Cartoes', 'CR-Credito', 'AT-Atendimento',
           *> 'FR-Fraude', 'OU-Outros'
           05 RCL-CATEGORIA          PIC X(02).
               88 CATEGORIA-VALIDA     VALUE "CO" "JU" "TR" "CA"
                                             "CR" "AT" "FR" "OU".
           *> 'B-Balcao', 'T-Telefone', 'E-Email/online',
           *> 'L-Livro de reclamacoes', 'R-Via Banco de Portugal'
           05 RCL-CANAL              PIC X(01).
               88 CANAL-VALIDO         VALUE "B" "T" "E" "L" "R".
           *> movimento em causa (MOV-ID), 0 se nao se aplica
           05 RCL-MOV-ID             PIC 9(09).
           05 RCL-DESCRICAO          PIC X(60).
           *> operador responsavel pela resposta e quem registou
           05 RCL-OPERADOR           PIC 9(09).
           05 RCL-REGISTADO-POR      PIC 9(09).
           05 RCL-BALCAO             PIC 9(04).
           05 RCL-DATA-ABERTURA      PIC 9(08).
           *> data limite de resposta (abertura + prazo em dias
           *> uteis)
           05 RCL-DATA-LIMITE        PIC 9(08).
           05 RCL-ESTADO             PIC X(01).
               88 RECLAMACAO-ABERTA    VALUE "A".
               88 RECLAMACAO-ANALISE   VALUE "N".
               88 RECLAMACAO-RESPONDIDA VALUE "R".
               88 RECLAMACAO-FECHADA   VALUE "F".
               88 RECLAMACAO-PENDENTE  VALUE "A" "N".
           05 RCL-DATA-RESPOSTA      PIC 9(08).
           05 RCL-DATA-FECHO         PIC 9(08).
           *> 'P-Procedente', 'I-Improcedente' (fixado na resposta)
           05 RCL-RESULTADO          PIC X(01).
               88 RESULTADO-PROCEDENTE   VALUE "P".
               88 RESULTADO-IMPROCEDENTE VALUE "I".
           05 RCL-NOTA-RESPOSTA      PIC X(40).
           *> escalonamento ao supervisor quando o prazo esta a
           *> esgotar-se (ESCALAR-RECLAMACOES)
           05 RCL-ESCALADA           PIC X(01).
               88 RECLAMACAO-ESCALADA  VALUE "S".
           05 RCL-SUPERVISOR         PIC 9(09).
           05 RCL-DATA-ESCALADA      PIC 9(08).
           *> ' ' sem compensacao, 'P' pedida pelo supervisor, 'E'
           *> lancada por estorno do movimento em causa
           05 RCL-COMPENSACAO        PIC X(01).
               88 COMPENSACAO-PEDIDA   VALUE "P".
               88 COMPENSACAO-LANCADA  VALUE "E".
           05 RCL-MOV-COMPENSACAO    PIC 9(09).
           05 RCL-VALOR-COMPENSADO   PIC 9(07)V99.
