       SELECT OPTIONAL ALUNOTURMA-FILE
           ASSIGN TO "alunoturma.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ALUNOTURMA-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS ALUNOTURMA-FS.

       SELECT OPTIONAL FALTAS-FILE
           ASSIGN TO "faltasindex.dat"
           ASSIGN TO "estatisticas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL FINAIS-FILE
           ASSIGN TO "notasfinais.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           RECORD KEY IS OLD-ALUNO-TERM-KEY
           ACCESS MODE IS DYNAMIC.

      *    Copias com o numero de aluno antigo (3 digitos), postas
      *    de lado pelo modo 37 (ALARGAR NUMERO DE ALUNO) e so
      *    lidas por ele.
       SELECT OPTIONAL NOTAS999-FILE
           ASSIGN TO "notasindex_999.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS N999-TERM-KEY
           ALTERNATE RECORD KEY IS N999-NOMEALUNO WITH DUPLICATES
           ACCESS MODE IS DYNAMIC.

       SELECT OPTIONAL FALTAS999-FILE
           ASSIGN TO "faltasindex_999.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS F999-TERM-KEY
           ACCESS MODE IS DYNAMIC.

       SELECT OPTIONAL EXAMES999-FILE
           ASSIGN TO "examesindex_999.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS X999-KEY
           ACCESS MODE IS DYNAMIC.

       SELECT OPTIONAL ALTURMA999-FILE
           ASSIGN TO "alunoturma_999.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS T999-NUMBER
           ACCESS MODE IS DYNAMIC.

       SELECT OPTIONAL ENCARR999-FILE
           ASSIGN TO "encarregados_999.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS C999-NUMBER
           ACCESS MODE IS DYNAMIC.

       SELECT OPTIONAL NOTASHIST999-FILE
           ASSIGN TO "notashist_999.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS NH999-TERM-KEY
           ACCESS MODE IS DYNAMIC.

       SELECT OPTIONAL FALTASHIST999-FILE
           ASSIGN TO "faltashist_999.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FH999-TERM-KEY
           ACCESS MODE IS DYNAMIC.

       SELECT OPTIONAL FINAIS999-FILE
           ASSIGN TO "notasfinais_999.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL NOTASAUDIT999-FILE
           ASSIGN TO "notasaudit_999.log"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ALARGAMENTO-FILE
           ASSIGN TO "alargamento.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT COMPLETUDE-FILE
           ASSIGN TO "completude.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Copias sem o estado de lancamento da nota, postas de
      *    lado pelo modo 39 (CONVERTER ESTADO DAS NOTAS) e so
      *    lidas por ele.
       SELECT OPTIONAL NOTASSE-FILE
           ASSIGN TO "notasindex_semestado.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS NSE-TERM-KEY
           ALTERNATE RECORD KEY IS NSE-NOMEALUNO WITH DUPLICATES
           ACCESS MODE IS DYNAMIC.

       SELECT OPTIONAL NOTASHISTSE-FILE
           ASSIGN TO "notashist_semestado.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS HSE-TERM-KEY
           ACCESS MODE IS DYNAMIC.

      *    Copia do alunoturma.dat sem ANO-LETIVO, posta de lado
      *    pelo modo 41 (TURMAS POR ANO LETIVO) e so lida por ele.
       SELECT OPTIONAL ALUNOTURMASA-FILE
           ASSIGN TO "alunoturma_semano.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS TSA-NUMBER
           ACCESS MODE IS DYNAMIC.

       SELECT PROMOCAO-FILE
           ASSIGN TO "promocao.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Proposta de matricula gravada pela opcao 1 do modo 40
      *    e aplicada, tal como foi revista, pela opcao 2.
       SELECT OPTIONAL PROMOPROP-FILE
           ASSIGN TO "promocao.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LISTASTURMA-FILE
           ASSIGN TO "listasturma.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

      *    Catalogo dos relatorios arquivados em relatorios/ (um
      *    por emissao, acrescentado por ARQUIVAR-RELATORIO) e a
      *    copia de trabalho usada pela limpeza do modo 42.
       SELECT OPTIONAL RELCAT-FILE
           ASSIGN TO "relcatalogo.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RELCATNOVO-FILE
           ASSIGN TO "relcatalogo.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL RELCONT-FILE
           ASSIGN TO "relcontagem.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PAUTA-FILE
           ASSIGN TO "pautaindex.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FHIST-TERM-KEY
           ACCESS MODE IS DYNAMIC.

       SELECT OPTIONAL OPERADOR-FILE
           ASSIGN TO "operadores.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS OPER-LOGIN
           ACCESS MODE IS DYNAMIC.

       SELECT OPTIONAL PROFESSOR-FILE
           ASSIGN TO "professores.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS PROF-CODIGO
           ACCESS MODE IS DYNAMIC.

       SELECT OPTIONAL SERVDOC-FILE
           ASSIGN TO "servicodocente.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS SERV-KEY
           ALTERNATE RECORD KEY IS SERV-PROF-CODIGO WITH DUPLICATES
           ACCESS MODE IS DYNAMIC.

       SELECT FOLHANOTAS-FILE
           ASSIGN TO "folhanotas.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DUPLICADOS-FILE
           ASSIGN TO "duplicados.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT FUSAO-FILE
           ASSIGN TO "fusao.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ALUNOSRISCO-FILE
           ASSIGN TO "alunosrisco.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT HISTORICO-FILE
           ASSIGN TO "historico.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL HISTLOG-FILE
           ASSIGN TO "historicos.log"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL LOTECTL-FILE
           ASSIGN TO "lotecontrolo.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LOTELOG-FILE
           ASSIGN TO "lote.log"
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
           FILE SECTION.
           FD NOTAS-FILE
               RECORD IS VARYING IN SIZE DEPENDING ON NUM-DISCIPLINAS.
           01 NOTAS-RECORD.
      *    Numero de aluno com 5 digitos (era 999, o mesmo em
      *    todos os ficheiros que o repetem): os ficheiros
      *    gravados com o numero antigo passam uma vez pelo
      *    modo 37 (ALARGAR NUMERO DE ALUNO) antes de serem
      *    usados.
           05  ALUNO-TERM-KEY.
               10  ALUNO-NUMBER            PIC 9(5) VALUE 1.
               10  ANO-LETIVO              PIC 9(4).
               10  PERIODO                 PIC 9.
                   88 PERIODO-VALIDO VALUES 1 THRU 4.
               10  DISCIPLINA-CODIGO       PIC X(15).
               10  DISCIPLINA-NOTA         PIC 99V99 VALUE 21.
                   88 DISCIPLINA-NOTA-VALIDA VALUE 0.00 THRU 20.00.
      *    Nota ja lancada ou ainda por lancar (os registos
      *    abertos pelo IMPORT11 e pelo ABRIR21 nascem com a
      *    nota a zero e por lancar).  Este campo mudou o
      *    desenho do registo: um notasindex.dat ou
      *    notashist.dat gravado antes dele existir passa uma
      *    vez pelo modo 39 (CONVERTER ESTADO DAS NOTAS).
               10  DISCIPLINA-ESTADO       PIC X VALUE "P".
                   88 DISCIPLINA-LANCADA VALUE "L".
                   88 DISCIPLINA-POR-LANCAR VALUE "P".


           FD BOLETIM-FILE.
           01 BOLETIM-RECORD                 PIC X(100).

           FD CSV-FILE.
           01 CSV-RECORD                     PIC X(300).

           FD ROSTER-FILE.
           01 ROSTER-RECORD.
           05  ROSTER-NUMBER                 PIC 9(5).
           05  ROSTER-NAME                   PIC X(20).

           FD NOTASLOAD-FILE.
           01 NOTASLOAD-RECORD.
           05  LOAD-ALUNO-NUMBER             PIC 9(5).
           05  LOAD-ANO-LETIVO               PIC 9(4).
           05  LOAD-PERIODO                  PIC 9.
           05  LOAD-DISCIPLINA-CODIGO        PIC X(15).
           05  LOAD-NOTA                     PIC 99V99.
               88 LOAD-NOTA-VALIDA VALUE 0.00 THRU 20.00.
      *    Professor que envia a linha: tem de ter o servico
      *    docente da turma do aluno nessa disciplina.  A turma
      *    e o nome vem preenchidos na folha de notas e sao so
      *    para o professor se orientar - o LOAD14 nao os le.
           05  LOAD-PROF-CODIGO              PIC X(6).
           05  LOAD-TURMA-CODE               PIC X(3).
           05  LOAD-NOME-ALUNO               PIC X(20).

           FD LOAD-REJECTS-FILE.
           01 LOAD-REJECTS-RECORD            PIC X(100).
           05  TURMA-DESCRICAO               PIC X(30).
           05  TURMA-DIRETOR                 PIC X(20).

      *    A turma de um aluno vale para um ANO-LETIVO - a
      *    matricula de cada ano e um registo novo.
           FD ALUNOTURMA-FILE.
           01 ALUNOTURMA-RECORD.
           05  ALUNOTURMA-KEY.
               10  ALUNOTURMA-NUMBER         PIC 9(5).
               10  ALUNOTURMA-ANO            PIC 9(4).
           05  ALUNOTURMA-CODE               PIC X(3).

           FD FALTAS-FILE
               DEPENDING ON FALTAS-NUM-DISCIPLINAS.
           01 FALTAS-RECORD.
           05  FALTAS-TERM-KEY.
               10  FALTAS-ALUNO-NUMBER     PIC 9(5).
               10  FALTAS-ANO-LETIVO       PIC 9(4).
               10  FALTAS-PERIODO          PIC 9.
           05  FALTAS-NUM-DISCIPLINAS      PIC 99.
           FD MINISTERIO-RET-FILE.
           01 MINISTERIO-RET-RECORD.
           05  RET-TIPO                      PIC X.
           05  RET-ALUNO                     PIC 9(5).
           05  RET-ANO                       PIC 9(4).
           05  RET-PERIODO                   PIC 9.
           05  RET-DISCIPLINA                PIC X(15).

           FD FINAIS-FILE.
           01 FINAIS-RECORD                  PIC X(100).
      *    Vistas das duas linhas que o FINAL13-MODE grava: "A" com
      *    o resultado do ano do aluno e "D" com a nota final de
      *    cada disciplina (" RECURSO" quando veio do exame).
           01 FINAIS-ALUNO-RECORD.
           05  FIN-TIPO                      PIC X.
               88 FIN-TIPO-ALUNO VALUE "A".
               88 FIN-TIPO-DISC VALUE "D".
           05  FIN-ANO                       PIC 9(4).
           05  FIN-NUMBER                    PIC 9(5).
           05  FIN-NOME                      PIC X(20).
           05  FIN-PERIODOS                  PIC X(4).
           05  FIN-MEDIA                     PIC X(5).
           05  FILLER                        PIC X.
           05  FIN-RESULTADO                 PIC X(18).
           05  FILLER                        PIC X(42).
           01 FINAIS-DISC-RECORD.
           05  FILLER                        PIC X(10).
           05  FIN-DISC-CODIGO               PIC X(15).
           05  FIN-DISC-NOTA                 PIC X(5).
           05  FIN-DISC-RECURSO              PIC X(8).
           05  FILLER                        PIC X(62).

           FD FINAIS-REL-FILE.
           01 FINAIS-REL-RECORD              PIC X(80).
      *    convocatorias (envelopes de janela).
           FD ENCARR-FILE.
           01 ENCARR-RECORD.
           05  ENCARR-NUMBER                 PIC 9(5).
           05  ENCARR-NOME                   PIC X(30).
           05  ENCARR-MORADA                 PIC X(30).
           05  ENCARR-LOCALIDADE             PIC X(30).
               10  OLD-DISC-CODIGO         PIC X(15).
               10  OLD-DISC-NOTA           PIC 99V99.

      *    Desenhos com o numero de aluno antigo (PIC 999), so
      *    lidos pelo modo 37 na conversao unica para o numero
      *    de 5 digitos.  Tirando o numero (e o estado da
      *    nota, que veio depois), sao iguais aos desenhos
      *    atuais de cada ficheiro.
           FD NOTAS999-FILE
               RECORD IS VARYING IN SIZE
               DEPENDING ON N999-NUM-DISCIPLINAS.
           01 NOTAS999-RECORD.
           05  N999-TERM-KEY.
               10  N999-ALUNO-NUMBER       PIC 999.
               10  N999-ANO-LETIVO         PIC 9(4).
               10  N999-PERIODO            PIC 9.
           05  N999-NOMEALUNO              PIC X(20).
           05  N999-ALUNO-STATUS           PIC X.
           05  N999-NUM-DISCIPLINAS        PIC 99.
           05  N999-DISCIPLINAS OCCURS 4 TO 10 TIMES
                   DEPENDING ON N999-NUM-DISCIPLINAS.
               10  N999-DISC-CODIGO        PIC X(15).
               10  N999-DISC-NOTA          PIC 99V99.

           FD FALTAS999-FILE
               RECORD IS VARYING IN SIZE
               DEPENDING ON F999-NUM-DISCIPLINAS.
           01 FALTAS999-RECORD.
           05  F999-TERM-KEY.
               10  F999-ALUNO-NUMBER       PIC 999.
               10  F999-ANO-LETIVO         PIC 9(4).
               10  F999-PERIODO            PIC 9.
           05  F999-NUM-DISCIPLINAS        PIC 99.
           05  F999-DISCIPLINAS OCCURS 4 TO 10 TIMES
                   DEPENDING ON F999-NUM-DISCIPLINAS.
               10  F999-DISC-CODIGO        PIC X(15).
               10  F999-DISC-CONT          PIC 999.

           FD EXAMES999-FILE.
           01 EXAMES999-RECORD.
           05  X999-KEY.
               10  X999-ALUNO-NUMBER       PIC 999.
               10  X999-ANO-LETIVO         PIC 9(4).
               10  X999-DISCIPLINA         PIC X(15).
           05  X999-NOTA                   PIC 99V99.
           05  X999-DATA                   PIC 9(6).

           FD ALTURMA999-FILE.
           01 ALTURMA999-RECORD.
           05  T999-NUMBER                   PIC 999.
           05  T999-CODE                     PIC X(3).

           FD ENCARR999-FILE.
           01 ENCARR999-RECORD.
           05  C999-NUMBER                   PIC 999.
           05  C999-NOME                     PIC X(30).
           05  C999-MORADA                   PIC X(30).
           05  C999-LOCALIDADE               PIC X(30).
           05  C999-TELEFONE                 PIC X(15).

           FD NOTASHIST999-FILE
               RECORD IS VARYING IN SIZE
               DEPENDING ON NH999-NUM-DISCIPLINAS.
           01 NOTASHIST999-RECORD.
           05  NH999-TERM-KEY.
               10  NH999-ALUNO-NUMBER      PIC 999.
               10  NH999-ANO-LETIVO        PIC 9(4).
               10  NH999-PERIODO           PIC 9.
           05  NH999-NOMEALUNO             PIC X(20).
           05  NH999-ALUNO-STATUS          PIC X.
           05  NH999-NUM-DISCIPLINAS       PIC 99.
           05  NH999-DISCIPLINAS OCCURS 4 TO 10 TIMES
                   DEPENDING ON NH999-NUM-DISCIPLINAS.
               10  NH999-DISC-CODIGO       PIC X(15).
               10  NH999-DISC-NOTA         PIC 99V99.

      *    Desenhos do notasindex.dat e do notashist.dat com o
      *    numero de 5 digitos mas sem o DISCIPLINA-ESTADO, so
      *    lidos pelo modo 39 na conversao unica.
           FD NOTASSE-FILE
               RECORD IS VARYING IN SIZE
               DEPENDING ON NSE-NUM-DISCIPLINAS.
           01 NOTASSE-RECORD.
           05  NSE-TERM-KEY.
               10  NSE-ALUNO-NUMBER        PIC 9(5).
               10  NSE-ANO-LETIVO          PIC 9(4).
               10  NSE-PERIODO             PIC 9.
           05  NSE-NOMEALUNO               PIC X(20).
           05  NSE-ALUNO-STATUS            PIC X.
           05  NSE-NUM-DISCIPLINAS         PIC 99.
           05  NSE-DISCIPLINAS OCCURS 4 TO 10 TIMES
                   DEPENDING ON NSE-NUM-DISCIPLINAS.
               10  NSE-DISC-CODIGO         PIC X(15).
               10  NSE-DISC-NOTA           PIC 99V99.

           FD NOTASHISTSE-FILE
               RECORD IS VARYING IN SIZE
               DEPENDING ON HSE-NUM-DISCIPLINAS.
           01 NOTASHISTSE-RECORD.
           05  HSE-TERM-KEY.
               10  HSE-ALUNO-NUMBER        PIC 9(5).
               10  HSE-ANO-LETIVO          PIC 9(4).
               10  HSE-PERIODO             PIC 9.
           05  HSE-NOMEALUNO               PIC X(20).
           05  HSE-ALUNO-STATUS            PIC X.
           05  HSE-NUM-DISCIPLINAS         PIC 99.
           05  HSE-DISCIPLINAS OCCURS 4 TO 10 TIMES
                   DEPENDING ON HSE-NUM-DISCIPLINAS.
               10  HSE-DISC-CODIGO         PIC X(15).
               10  HSE-DISC-NOTA           PIC 99V99.

           FD FALTASHIST999-FILE
               RECORD IS VARYING IN SIZE
               DEPENDING ON FH999-NUM-DISCIPLINAS.
           01 FALTASHIST999-RECORD.
           05  FH999-TERM-KEY.
               10  FH999-ALUNO-NUMBER      PIC 999.
               10  FH999-ANO-LETIVO        PIC 9(4).
               10  FH999-PERIODO           PIC 9.
           05  FH999-NUM-DISCIPLINAS       PIC 99.
           05  FH999-DISCIPLINAS OCCURS 4 TO 10 TIMES
                   DEPENDING ON FH999-NUM-DISCIPLINAS.
               10  FH999-DISC-CODIGO       PIC X(15).
               10  FH999-DISC-CONT         PIC 999.

           FD FINAIS999-FILE.
           01 FINAIS999-RECORD               PIC X(100).

           FD NOTASAUDIT999-FILE.
           01 NOTASAUDIT999-RECORD           PIC X(200).

           FD ALARGAMENTO-FILE.
           01 ALARGAMENTO-RECORD             PIC X(100).

           FD COMPLETUDE-FILE.
           01 COMPLETUDE-RECORD              PIC X(132).

      *    alunoturma.dat antes da turma por ANO-LETIVO.
           FD ALUNOTURMASA-FILE.
           01 ALUNOTURMASA-RECORD.
           05  TSA-NUMBER                    PIC 9(5).
           05  TSA-CODE                      PIC X(3).

           FD PROMOCAO-FILE.
           01 PROMOCAO-RECORD                PIC X(132).

           FD PROMOPROP-FILE.
           01 PROMOPROP-RECORD.
           05  PP-NUMBER                     PIC 9(5).
           05  PP-ANO                        PIC 9(4).
           05  PP-ANO-NOVO                   PIC 9(4).
           05  PP-NOME                       PIC X(20).
           05  PP-TURMA-ORIGEM               PIC X(3).
           05  PP-TURMA-DESTINO              PIC X(3).
           05  PP-DECISAO                    PIC X.

           FD LISTASTURMA-FILE.
           01 LISTASTURMA-RECORD             PIC X(100).

           FD RELCAT-FILE.
           01 RELCAT-RECORD.
           05  RCAT-DATA                     PIC 9(8).
           05  FILLER                        PIC X.
           05  RCAT-HORA                     PIC 9(8).
           05  FILLER                        PIC X.
           05  RCAT-TIPO                     PIC X(20).
           05  FILLER                        PIC X.
           05  RCAT-MODO                     PIC 99.
           05  FILLER                        PIC X.
           05  RCAT-LOGIN                    PIC X(10).
           05  FILLER                        PIC X.
           05  RCAT-ANO                      PIC 9(4).
           05  FILLER                        PIC X.
           05  RCAT-PERIODO                  PIC 9.
           05  FILLER                        PIC X.
           05  RCAT-TURMA                    PIC X(3).
           05  FILLER                        PIC X.
           05  RCAT-LINHAS                   PIC 9(7).
           05  FILLER                        PIC X.
           05  RCAT-FICHEIRO                 PIC X(60).

           FD RELCATNOVO-FILE.
           01 RELCATNOVO-RECORD              PIC X(132).

           FD RELCONT-FILE.
           01 RELCONT-RECORD                 PIC X(20).

      *    Uma pauta fechada tem um registo aqui; a disciplina em
      *    branco fecha o ANO-LETIVO/PERIODO inteiro.  Reabrir
      *    apaga o registo.
           FD EXAMES-FILE.
           01 EXAME-RECORD.
           05  EXAME-KEY.
               10  EXAME-ALUNO-NUMBER      PIC 9(5).
               10  EXAME-ANO-LETIVO        PIC 9(4).
               10  EXAME-DISCIPLINA        PIC X(15).
           05  EXAME-NOTA                  PIC 99V99.
               DEPENDING ON HIST-NUM-DISCIPLINAS.
           01 NOTASHIST-RECORD.
           05  HIST-TERM-KEY.
               10  HIST-ALUNO-NUMBER       PIC 9(5).
               10  HIST-ANO-LETIVO         PIC 9(4).
               10  HIST-PERIODO            PIC 9.
           05  HIST-NOMEALUNO              PIC X(20).
                   DEPENDING ON HIST-NUM-DISCIPLINAS.
               10  HIST-DISC-CODIGO        PIC X(15).
               10  HIST-DISC-NOTA          PIC 99V99.
               10  HIST-DISC-ESTADO        PIC X.

           FD FALTASHIST-FILE
               RECORD IS VARYING IN SIZE
               DEPENDING ON FHIST-NUM-DISCIPLINAS.
           01 FALTASHIST-RECORD.
           05  FHIST-TERM-KEY.
               10  FHIST-ALUNO-NUMBER      PIC 9(5).
               10  FHIST-ANO-LETIVO        PIC 9(4).
               10  FHIST-PERIODO           PIC 9.
           05  FHIST-NUM-DISCIPLINAS       PIC 99.
               10  FHIST-DISC-CODIGO       PIC X(15).
               10  FHIST-DISC-CONT         PIC 999.

      *    Operadores: quem pode entrar no programa e com que
      *    papel.  O login daqui (e nao a conta Unix) e o que
      *    fica no notasaudit.log e no PAUTA-USER.  Um operador
      *    que sai da escola e desativado (I), nunca apagado,
      *    para as linhas antigas de auditoria continuarem a
      *    dizer quem foi.
           FD OPERADOR-FILE.
           01 OPERADOR-RECORD.
           05  OPER-LOGIN                    PIC X(10).
           05  OPER-NOME                     PIC X(30).
           05  OPER-PAPEL                    PIC X.
               88 OPER-SECRETARIA VALUE "S".
               88 OPER-PROFESSOR VALUE "P".
               88 OPER-DIRECAO VALUE "D".
               88 OPER-PAPEL-VALIDO VALUES "S", "P", "D".
           05  OPER-ESTADO                   PIC X.
               88 OPER-ATIVO VALUE "A".
               88 OPER-INATIVO VALUE "I".
           05  OPER-PIN                      PIC X(6).

      *    Professores: um registo por professor.  Quem sai da
      *    escola fica inativo (I), nunca apagado, porque o
      *    servico docente dos anos passados continua a aponta-lo.
           FD PROFESSOR-FILE.
           01 PROFESSOR-RECORD.
           05  PROF-CODIGO                   PIC X(6).
           05  PROF-NOME                     PIC X(30).
           05  PROF-ESTADO                   PIC X.
               88 PROF-ATIVO VALUE "A".
               88 PROF-INATIVO VALUE "I".

      *    Servico docente: quem ensina cada disciplina a cada
      *    turma em cada ANO-LETIVO.
           FD SERVDOC-FILE.
           01 SERVDOC-RECORD.
           05  SERV-KEY.
               10  SERV-ANO                  PIC 9(4).
               10  SERV-TURMA                PIC X(3).
               10  SERV-DISCIPLINA           PIC X(15).
           05  SERV-PROF-CODIGO              PIC X(6).

           FD FOLHANOTAS-FILE.
           01 FOLHANOTAS-RECORD              PIC X(60).

           FD DUPLICADOS-FILE.
           01 DUPLICADOS-RECORD              PIC X(100).

           FD FUSAO-FILE.
           01 FUSAO-RECORD                   PIC X(100).

           FD ALUNOSRISCO-FILE.
           01 ALUNOSRISCO-RECORD             PIC X(100).

           FD HISTORICO-FILE.
           01 HISTORICO-RECORD               PIC X(80).

      *    Registo das copias do historico escolar entregues: uma
      *    linha por emissao (ver HESC-LOG-LINHA).
           FD HISTLOG-FILE.
           01 HISTLOG-RECORD                 PIC X(50).

      *    Ficheiro de controlo do lote: uma linha por passo, em
      *    colunas fixas como o notasload.txt.  As linhas que
      *    comecam por * sao comentario.  Cada lote tem de trazer
      *    uma linha OPERADOR com o login em nome de quem corre.
      *    Exemplo do lote de fim de periodo (ANO 2026, PERIODO 2):
      *      FIMPERIODOOPERADOR              secret01
      *      FIMPERIODOVERIFICA
      *      FIMPERIODOBACKUP
      *      FIMPERIODOPAUTA     20262
      *      FIMPERIODOBOLETINS  20262
      *      FIMPERIODOCONVOC    20262
      *      FIMPERIODOMINIST    20262
           FD LOTECTL-FILE.
           01 LOTECTL-RECORD.
           05  LOTE-CTL-JOB                  PIC X(10).
           05  LOTE-CTL-PASSO                PIC X(10).
           05  LOTE-CTL-ANO                  PIC 9(4).
           05  LOTE-CTL-PERIODO              PIC 9.
           05  LOTE-CTL-TURMA                PIC X(3).
           05  LOTE-CTL-ANO-CORTE            PIC 9(4).
           05  LOTE-CTL-LOGIN                PIC X(10).
           05  FILLER                        PIC X(38).

           FD LOTELOG-FILE.
           01 LOTELOG-RECORD                 PIC X(132).


       WORKING-STORAGE SECTION.
           COPY DISCIPLINAS.
           77  PERIODO-INVALIDO  PIC X(50)
             VALUE "PERIODO INVALIDO. INTRODUZA PERIODO ENTRE 1 E 4!".
           77  MENU-PICK PIC 99.
               88 MENU-PICK-IS-VALID VALUES 0 THRU 42.

           77  THE-MODE PIC X(7).
           77  WHICH-FIELD PIC 99.
           77  OK-TO-DELETE PIC X.
           77  RECORD-FOUND PIC X.

      *-----------------------------------------------------------
      * Operadores e papeis: o login e o PIN sao pedidos no
      * arranque contra operadores.dat e o papel do operador
      * (S=secretaria, P=professor, D=direcao) decide que opcoes
      * o menu mostra e aceita.  MENU-OPCOES tem uma entrada por
      * opcao do menu, pela ordem do menu, com uma coluna por
      * papel (S, P, D - "Y" deixa o papel correr o modo) e o
      * texto mostrado.  Uma opcao nova no menu e uma entrada
      * nova aqui, em MENU-LAST-OPTION e em MENU-PICK-IS-VALID.
      *-----------------------------------------------------------
           01  MENU-OPCOES-VALUES.
               05  FILLER PIC X(3) VALUE "YNY".
               05  FILLER PIC X(50) VALUE " 1. ADD RECORDS".
               05  FILLER PIC X(3) VALUE "YYY".
               05  FILLER PIC X(50) VALUE " 2. CHANGE A RECORD".
               05  FILLER PIC X(3) VALUE "YYY".
               05  FILLER PIC X(50) VALUE " 3. LOOK UP A RECORD".
               05  FILLER PIC X(3) VALUE "YNY".
               05  FILLER PIC X(50) VALUE " 4. DELETE A RECORD".
               05  FILLER PIC X(3) VALUE "YYY".
               05  FILLER PIC X(50) VALUE " 5. LIST ALL (pages)".
               05  FILLER PIC X(3) VALUE "YYY".
               05  FILLER PIC X(50) VALUE " 6. LIST NUMBER/NAME".
               05  FILLER PIC X(3) VALUE "YYY".
               05  FILLER PIC X(50) VALUE " 7. LIST ALL".
               05  FILLER PIC X(3) VALUE "NNY".
               05  FILLER PIC X(50) VALUE " 8. CREATE FILE".
               05  FILLER PIC X(3) VALUE "YYY".
               05  FILLER PIC X(50) VALUE
                   " 9. PRINT BOLETIM (REPORT CARD)".
               05  FILLER PIC X(3) VALUE "YNY".
               05  FILLER PIC X(50) VALUE "10. EXPORT CSV".
               05  FILLER PIC X(3) VALUE "YNY".
               05  FILLER PIC X(50) VALUE "11. IMPORT ROSTER".
               05  FILLER PIC X(3) VALUE "YYY".
               05  FILLER PIC X(50) VALUE
                   "12. QUADRO DE HONRA (RANKING)".
               05  FILLER PIC X(3) VALUE "YNY".
               05  FILLER PIC X(50) VALUE
                   "13. RESULTADOS FINAIS DO ANO".
               05  FILLER PIC X(3) VALUE "YNY".
               05  FILLER PIC X(50) VALUE
                   "14. CARREGAR NOTAS (BATCH)".
               05  FILLER PIC X(3) VALUE "YYY".
               05  FILLER PIC X(50) VALUE
                   "15. ESTATISTICAS POR DISCIPLINA".
               05  FILLER PIC X(3) VALUE "YNY".
               05  FILLER PIC X(50) VALUE
                   "16. HISTORICO DE ALTERACOES (AUDIT)".
               05  FILLER PIC X(3) VALUE "YNY".
               05  FILLER PIC X(50) VALUE
                   "17. VERIFICAR INTEGRIDADE DO FICHEIRO".
               05  FILLER PIC X(3) VALUE "NNY".
               05  FILLER PIC X(50) VALUE "18. RESTAURAR DE BACKUP".
               05  FILLER PIC X(3) VALUE "YNY".
               05  FILLER PIC X(50) VALUE "19. TURMAS".
               05  FILLER PIC X(3) VALUE "YYY".
               05  FILLER PIC X(50) VALUE "20. FALTAS".
               05  FILLER PIC X(3) VALUE "YNY".
               05  FILLER PIC X(50) VALUE "21. ABRIR PERIODO".
               05  FILLER PIC X(3) VALUE "YNY".
               05  FILLER PIC X(50) VALUE
                   "22. EXPORTAR PARA O MINISTERIO".
               05  FILLER PIC X(3) VALUE "YNY".
               05  FILLER PIC X(50) VALUE
                   "23. TRANSFERENCIA/DESISTENCIA DE ALUNO".
               05  FILLER PIC X(3) VALUE "NNY".
               05  FILLER PIC X(50) VALUE
                   "24. FECHAR/REABRIR PAUTA".
               05  FILLER PIC X(3) VALUE "YNY".
               05  FILLER PIC X(50) VALUE
                   "25. EXAMES DE RECUPERACAO".
               05  FILLER PIC X(3) VALUE "YYY".
               05  FILLER PIC X(50) VALUE "26. PAUTA DE TURMA".
               05  FILLER PIC X(3) VALUE "YNY".
               05  FILLER PIC X(50) VALUE
                   "27. PROCESSAR RETORNO DO MINISTERIO".
               05  FILLER PIC X(3) VALUE "NNY".
               05  FILLER PIC X(50) VALUE
                   "28. ARQUIVAR ANOS LETIVOS ANTIGOS".
               05  FILLER PIC X(3) VALUE "YNY".
               05  FILLER PIC X(50) VALUE
                   "29. ENCARREGADOS DE EDUCACAO".
               05  FILLER PIC X(3) VALUE "NNY".
               05  FILLER PIC X(50) VALUE
                   "30. CATALOGO DE DISCIPLINAS".
               05  FILLER PIC X(3) VALUE "NNY".
               05  FILLER PIC X(50) VALUE
                   "31. CONVERTER FICHEIRO DE NOTAS (FORMATO ANTIGO)".
               05  FILLER PIC X(3) VALUE "NNY".
               05  FILLER PIC X(50) VALUE "32. OPERADORES".
               05  FILLER PIC X(3) VALUE "YNY".
               05  FILLER PIC X(50) VALUE
                   "33. PROFESSORES E SERVICO DOCENTE".
               05  FILLER PIC X(3) VALUE "YNY".
               05  FILLER PIC X(50) VALUE "34. HISTORICO ESCOLAR".
               05  FILLER PIC X(3) VALUE "YYY".
               05  FILLER PIC X(50) VALUE "35. ALUNOS EM RISCO".
               05  FILLER PIC X(3) VALUE "YNY".
               05  FILLER PIC X(50) VALUE
                   "36. DUPLICADOS E FUSAO DE ALUNOS".
               05  FILLER PIC X(3) VALUE "NNY".
               05  FILLER PIC X(50) VALUE
                   "37. ALARGAR NUMERO DE ALUNO (CONVERSAO UNICA)".
               05  FILLER PIC X(3) VALUE "YYY".
               05  FILLER PIC X(50) VALUE
                   "38. COMPLETUDE DO LANCAMENTO DE NOTAS".
               05  FILLER PIC X(3) VALUE "NNY".
               05  FILLER PIC X(50) VALUE
                   "39. CONVERTER ESTADO DAS NOTAS (CONVERSAO UNICA)".
               05  FILLER PIC X(3) VALUE "YNY".
               05  FILLER PIC X(50) VALUE
                   "40. MATRICULA E PROMOCAO PARA O ANO SEGUINTE".
               05  FILLER PIC X(3) VALUE "NNY".
               05  FILLER PIC X(50) VALUE
                   "41. CONVERTER TURMAS POR ANO (CONVERSAO UNICA)".
               05  FILLER PIC X(3) VALUE "YYY".
               05  FILLER PIC X(50) VALUE
                   "42. RELATORIOS ARQUIVADOS (LISTAR/REIMPRIMIR)".

           01  MENU-OPCOES-TABLE REDEFINES MENU-OPCOES-VALUES.
               05  MENU-OPCAO OCCURS 42 TIMES.
                   10  MENU-OPCAO-PAPEL PIC X OCCURS 3 TIMES.
                   10  MENU-OPCAO-TEXTO PIC X(50).

           77  MENU-LAST-OPTION PIC 99 VALUE 42.
           77  MENU-IX PIC 99.
           77  MENU-PICK-PERMITIDO PIC X.

           77  SESSAO-LOGIN PIC X(10).
           77  SESSAO-NOME PIC X(30).
           77  SESSAO-PAPEL PIC X.
               88 SESSAO-DIRECAO VALUE "D".
           77  SESSAO-PAPEL-IX PIC 9.
           77  SESSAO-PAPEL-NOME PIC X(10).
           77  LOGIN-OK PIC X.
           77  LOGIN-PIN PIC X(6).
           77  LOGIN-TENTATIVAS PIC 9.
           77  LOGIN-MAX-TENTATIVAS PIC 9 VALUE 3.
           77  OPER-SUBPICK PIC 9.
           77  OPER-FOUND PIC X.
           77  OPER-LOGIN-SAVE PIC X(10).
           77  OVERRIDE-AUTORIZADOR PIC X(10).

      *-----------------------------------------------------------
      * Lote sem menu: "ProgramaMenuCompleto LOTE <nome>" corre os
      * passos do lote <nome> em lotecontrolo.txt por ordem, sem
      * perguntas, e para no primeiro passo que falhe.  Cada
      * passo corresponde a uma opcao do menu (LOTE-TIPOS) e so
      * corre se o papel do operador do lote a puder correr.  O
      * registo de execucao sai em lote_<nome>_<AAMMDD>_<HHMMSSCC>
      * .log e o codigo de retorno fica para o agendador:
      *    0 tudo bem, 4 avisos, 8 passo falhou,
      *   12 erro no ficheiro de controlo ou no operador.
      * Todos os passos podem ser repetidos: os relatorios sao
      * reescritos, o backup e sempre um ficheiro novo e o
      * arquivo so move o que ainda estiver no ficheiro vivo.
      *-----------------------------------------------------------
           01  LOTE-TIPOS-VALUES.
               05  FILLER PIC X(10) VALUE "VERIFICA".
               05  FILLER PIC X(3) VALUE "17N".
               05  FILLER PIC X(10) VALUE "BACKUP".
               05  FILLER PIC X(3) VALUE "17N".
               05  FILLER PIC X(10) VALUE "ESTATIST".
               05  FILLER PIC X(3) VALUE "15T".
               05  FILLER PIC X(10) VALUE "PAUTA".
               05  FILLER PIC X(3) VALUE "26T".
               05  FILLER PIC X(10) VALUE "BOLETINS".
               05  FILLER PIC X(3) VALUE "09T".
               05  FILLER PIC X(10) VALUE "CONVOC".
               05  FILLER PIC X(3) VALUE "29T".
               05  FILLER PIC X(10) VALUE "MINIST".
               05  FILLER PIC X(3) VALUE "22T".
               05  FILLER PIC X(10) VALUE "ARQUIVO".
               05  FILLER PIC X(3) VALUE "28C".

      *    LOTE-TIPO-PARM: T pede ANO e PERIODO, C pede o ano de
      *    corte, N nao pede parametros.
           01  LOTE-TIPOS-TABLE REDEFINES LOTE-TIPOS-VALUES.
               05  LOTE-TIPO OCCURS 8 TIMES.
                   10  LOTE-TIPO-NOME PIC X(10).
                   10  LOTE-TIPO-OPCAO PIC 99.
                   10  LOTE-TIPO-PARM PIC X.

           77  LOTE-TIPO-COUNT PIC 99 VALUE 8.
           77  LOTE-TIPO-IX PIC 99.
           77  LOTE-TIPO-FOUND PIC X.

           01  LOTE-PASSO-TABLE.
               05  LOTE-PASSO OCCURS 30 TIMES.
                   10  LOTE-P-NOME PIC X(10).
                   10  LOTE-P-OPCAO PIC 99.
                   10  LOTE-P-ANO PIC 9(4).
                   10  LOTE-P-PERIODO PIC 9.
                   10  LOTE-P-TURMA PIC X(3).
                   10  LOTE-P-ANO-CORTE PIC 9(4).

           77  LOTE-PASSO-MAX PIC 99 VALUE 30.
           77  LOTE-PASSO-COUNT PIC 99.
           77  LOTE-PASSO-IX PIC 99.
           77  LOTE-PASSO-ED PIC Z9.

           77  LOTE-ARGUMENTOS PIC X(80).
           77  LOTE-ARG-MODO PIC X(10).
           77  LOTE-JOB PIC X(10).
           77  LOTE-LOGIN PIC X(10).
           77  LOTE-RC PIC 99 VALUE 0.
           77  LOTE-PARAR PIC X.
           77  LOTE-CTL-FIM PIC X.
           77  LOTE-CTL-LINHA PIC 9(4).
           77  LOTE-RESULTADO PIC X.
               88 LOTE-PASSO-OK VALUE "O".
               88 LOTE-PASSO-AVISO VALUE "A".
               88 LOTE-PASSO-FALHOU VALUE "F".
           77  LOTE-TURMA-FIM PIC X.
           77  LOTE-PAUTAS PIC 999.
           77  LOTE-ALUNOS PIC 9(5).
           77  LOTE-NAO-ATIVOS PIC 9(5).
           77  LOTE-DATA PIC 9(6).
           77  LOTE-HORA PIC 9(8).
           77  LOTE-LOG-DATA PIC 9(6).
           77  LOTE-LOG-HORA PIC 9(8).
           77  LOTE-MSG PIC X(110).
           77  LOTE-MSG-POINTER PIC 999.
           77  LOTE-LOG-LINE PIC X(132).
           77  LOTE-CONTAGENS PIC X(80).
           77  LOTE-CONT-POINTER PIC 999.
           77  LOTE-CONT-ROTULO PIC X(20).
           77  LOTE-CONT-VALOR PIC 9(6).
           77  LOTE-CONT-ED PIC ZZZZZ9.
           77  LOTE-RC-ED PIC Z9.
           77  LOTE-COMMAND PIC X(120).
           77  LOTE-MINUSCULAS PIC X(26)
               VALUE "abcdefghijklmnopqrstuvwxyz".
           77  LOTE-MAIUSCULAS PIC X(26)
               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *-----------------------------------------------------------
      * Acesso partilhado: as duas secretarias abrem o ficheiro
      * ao mesmo tempo (SHARING WITH ALL OTHER).  Os modos que
           77  NOTAS-FS PIC XX.
           77  NOTAS-OPEN-OK PIC X.
           77  FALTAS-FS PIC XX.
           77  ALUNOTURMA-FS PIC XX.
           77  ALUNOTURMA-OPEN-OK PIC X.
           77  RECORD-LOCKED PIC X.
           77  FALTAS-LOCKED PIC X.
           77  EXCLUSIVE-OK PIC X.
           77  BACKUP-OK PIC X.
           77  OK-TO-SKIP-BACKUP PIC X.

           77  BOLETIM-LINE PIC X(100).
           77  BOLETIM-FORM-FEED PIC X(1) VALUE X'0C'.
           77  BOLETIM-NUMBER-ED PIC ZZZZ9.
           77  BOLETIM-NOTA-ED PIC Z9.99.
           77  BOLETIM-MEDIA-ED PIC Z9.99.

           77  CSV-MEDIA-ED PIC 99.99.

           77  DISCIPLINA-NOTA-SUM PIC 9(4)V99.
           77  NOTAS-POR-LANCAR PIC 99.
           77  DISCIPLINA-FIELD-NUM PIC Z9.

           77  AUDIT-LINE PIC X(200).
           77  AUDIT-DATE PIC 9(6).
           77  AUDIT-TIME PIC 9(8).
           77  AUDIT-USER PIC X(30).
           77  AUDIT-NUMBER-ED PIC ZZZZ9.
           77  AUDIT-OLD-VALUE PIC X(30).
           77  AUDIT-NEW-VALUE PIC X(30).

           77  ROSTER-NUMBER-ED PIC ZZZZ9.

           77  INQUIRE-METHOD PIC 9.
           77  NAME-SEARCH PIC X(20).
               88 RANK-PERIODO-VALIDO VALUES 1 THRU 4.

           01  RANKING-TABLE.
               05  RANKING-ENTRY OCCURS 9999 TIMES.
                   10  RANKING-NUMBER PIC 9(5).
                   10  RANKING-NOME PIC X(20).
                   10  RANKING-MEDIA PIC 99V99.
                   10  RANKING-PARCIAL PIC X.

           01  RANKING-ENTRY-TEMP.
               05  RANKING-NUMBER-TEMP PIC 9(5).
               05  RANKING-NOME-TEMP PIC X(20).
               05  RANKING-MEDIA-TEMP PIC 99V99.
               05  RANKING-PARCIAL-TEMP PIC X.

           77  RANKING-COUNT PIC 9(4) VALUE 0.
           77  RANKING-IX PIC 9(4).
           77  RANKING-NEXT-IX PIC 9(4).
           77  RANKING-PASS PIC 9(4).
           77  RANKING-POSITION-ED PIC ZZZ9.
           77  SWAP-NEEDED PIC X.
           77  RANK-NAO-ATIVOS PIC 9(4).
           77  RANK-SEM-NOTAS PIC 9(4).
           77  RANK-PARCIAIS PIC 9(4).

      *-----------------------------------------------------------
      * TRANSF23-MODE marca todos os PERIODOs de um aluno num
      * No notasaudit.log a mudanca de estado aparece como
      * CAMPO 99.
      *-----------------------------------------------------------
           77  TRANSF-NUMBER PIC 9(5).
           77  TRANSF-ANO-LETIVO PIC 9(4).
           77  TRANSF-STATUS-NOVO PIC X.
               88 TRANSF-STATUS-VALIDO VALUES "T", "D", "A".
           77  TRANSF-NOME PIC X(20).
           77  TRANSF-MARCADOS PIC 999.
           77  TRANSF-CERTIFICADOS PIC 9(5).
           77  TRANSF-PERIODO-IX PIC 9.
           77  TRANSF-COUNT-ED PIC ZZ9.
           77  TRANSF-NUMBER-ED PIC ZZZZ9.
           77  CERT-LINE PIC X(80).
           77  CERT-POINTER PIC 999.
           77  CERT-NOTA-ED PIC Z9.99.
           77  FINAL-ANO-LETIVO PIC 9(4).

           01  FINAL-TABLE.
               05  FINAL-ENTRY OCCURS 9999 TIMES.
                   10  FINAL-NUMBER PIC 9(5).
                   10  FINAL-NOME PIC X(20).
                   10  FINAL-PERIODO-FLAG OCCURS 4 TIMES PIC X.
                   10  FINAL-NUM-DISC PIC 99.
                       15  FINAL-DISC-NOTA-FINAL PIC 99V99.
                       15  FINAL-DISC-RECURSO PIC X.

           77  FINAL-COUNT PIC 9(4) VALUE 0.
           77  FINAL-IX PIC 9(4).
           77  FINAL-DISC-IX PIC 99.
           77  FINAL-ENTRY-FOUND PIC X.
           77  FINAL-DISC-FOUND PIC X.
           77  FINAL-TERMOS-EM-FALTA PIC X.
           77  FINAL-TEM-POR-LANCAR PIC X.
           77  FINAL-PERIODO-IX PIC 9.
           77  FINAL-DISC-NOTA PIC 99V99.
           77  FINAL-MEDIA-SUM PIC 9(4)V99.
           77  FINAL-RESULTADO PIC X(18).
           77  FINAL-NUMBER-ED PIC ZZZZ9.
           77  FINAL-NOTA-ED PIC Z9.99.
           77  FINAL-MEDIA-ED PIC Z9.99.
           77  FINAL-LINE PIC X(100).
           77  FINAL-POINTER PIC 999.
           77  FINAL-APROVADOS PIC 9(4).
           77  FINAL-REPROVADOS PIC 9(4).
           77  FINAL-INCOMPLETOS PIC 9(4).
           77  FINAL-NAO-ATIVOS PIC 9(4).
           77  FINAL-RECUPERADOS PIC 9(4).
           77  FINAL-TEM-RECURSO PIC X.
           77  FINAL-COUNT-ED PIC ZZZ9.

      *-----------------------------------------------------------
      * Epoca de exames: as notas de recuperacao vivem em
           77  EXAME-SUBPICK PIC 9.
           77  EXAME-RECORD-FOUND PIC X.
           77  EXAME-NOTA-ED PIC Z9.99.
           77  EXAME-LIST-NUMBER PIC 9(5).
           77  EXAME-LIST-ANO PIC 9(4).
           77  EXAME-LIST-MATCHES PIC 999.
           77  EXAME-COUNT-ED PIC ZZ9.
           77  PTURMA-ALUNOS PIC 999.
           77  PTURMA-NAO-ATIVOS PIC 999.
           77  PTURMA-SEM-REGISTO PIC 999.
           77  PTURMA-POR-LANCAR PIC 9(4).
           77  PTURMA-POR-LANCAR-ED PIC ZZZ9.
           77  PTURMA-FALTAS-TOTAL PIC 9(4).
           77  PTURMA-FALTAS-ED PIC ZZZ9.
           77  PTURMA-COUNT-ED PIC ZZ9.
                   10  STAT-MIN PIC 99V99.
                   10  STAT-NEGATIVAS PIC 9(4).
                   10  STAT-BANDA OCCURS 4 TIMES PIC 9(4).
                   10  STAT-POR-LANCAR PIC 9(4).

           77  STAT-MAX-ENTRIES PIC 99 VALUE 20.
           77  STAT-COUNT PIC 99 VALUE 0.
      *-----------------------------------------------------------
           77  AUDIT-INQ-PICK PIC 9.
           77  AUDIT-INQ-NUMBER-FIELD PIC Z(10).
           77  AUDIT-INQ-NUMBER PIC 9(5).
           77  AUDIT-INQ-ANO PIC 9(4).
           77  AUDIT-INQ-PERIODO PIC 9.
           77  AUDIT-INQ-DATA-INICIAL PIC 9(6).
               05  FILLER PIC X.
               05  AUDIT-IN-TIME PIC X(8).
               05  FILLER PIC X(7).
               05  AUDIT-IN-NUMBER PIC X(5).
               05  FILLER PIC X(7).
               05  AUDIT-IN-ANO PIC X(4).
               05  FILLER PIC X.
               05  AUDIT-IN-PERIODO PIC X.
               05  FILLER PIC X(160).

           77  ARQUIVO-FILENAME PIC X(40).
           77  ARQUIVO-COMMAND PIC X(80).
           77  ARQ-ANO-CORTE PIC 9(4).

           01  ARQ-TABLE.
               05  ARQ-ENTRY OCCURS 9999 TIMES.
                   10  ARQ-KEY-NUMBER PIC 9(5).
                   10  ARQ-KEY-ANO PIC 9(4).
                   10  ARQ-KEY-PERIODO PIC 9.

           77  ARQ-MAX-ENTRIES PIC 9(4) VALUE 9999.
           77  ARQ-COUNT PIC 9(4).
           77  ARQ-IX PIC 9(4).
           77  ARQ-MOVIDAS PIC 9(4).
           77  ARQ-ERROS PIC 9(4).
           77  ARQ-FALTAS-MOVIDAS PIC 9(4).
           77  ARQ-TABELA-CHEIA PIC X.
           77  ARQ-HIST-OK PIC X.
           77  ARQ-COUNT-ED PIC ZZZ9.
           77  OK-TO-ARQUIVAR PIC X.
           77  HIST-RECORD-USED PIC X.

           77  FALTAS-DISC-EXCEDIDA PIC X.
           77  FALTAS-CONT-ED PIC ZZ9.
           77  BOLETIM-POINTER PIC 999.
           77  BOLETIM-EMITIDOS PIC 9(5).

           77  TURMA-SUBPICK PIC 9.
           77  TURMA-FOUND PIC X.
           77  TURMA-FILTER-OK PIC X.
           77  OK-TO-DELETE-TURMA PIC X.
           77  ATRIB-NUMBER-FIELD PIC Z(10).
           77  ATRIB-ANO-FIELD PIC 9(4).

      *-----------------------------------------------------------
      * Professores e servico docente (ANO-LETIVO + turma +
      * disciplina -> professor).  A folha de notas de um
      * professor sai no desenho de colunas do notasload.txt,
      * com a nota em branco, para voltar preenchida pelo
      * modo 14.
      *-----------------------------------------------------------
           77  PROF-SUBPICK PIC 9.
           77  PROF-FOUND PIC X.
           77  PROF-CODIGO-SAVE PIC X(6).
           77  SERV-FOUND PIC X.
           77  SERV-FIM PIC X.
           77  SERV-LISTA-ANO PIC 9(4).
           77  SERV-LISTA-COUNT PIC 9(4).
           77  SERV-COUNT-ED PIC ZZZ9.
           77  DOCENTE-NOME PIC X(30).
           77  FOLHA-ANO PIC 9(4).
           77  FOLHA-PERIODO PIC 9.
               88 FOLHA-PERIODO-VALIDO VALUES 1 THRU 4.
           77  FOLHA-LINHAS PIC 9(5).
           77  FOLHA-SEM-REGISTO PIC 9(5).
           77  FOLHA-COUNT-ED PIC ZZZZ9.
           77  FOLHA-FILENAME PIC X(40).
           77  FOLHA-COMMAND PIC X(80).

           01  FOLHA-LINHA.
               05  FOLHA-ALUNO-NUMBER PIC 9(5).
               05  FOLHA-ANO-LETIVO PIC 9(4).
               05  FOLHA-PERIODO-LINHA PIC 9.
               05  FOLHA-DISCIPLINA PIC X(15).
               05  FOLHA-NOTA PIC X(4).
               05  FOLHA-PROF-CODIGO PIC X(6).
               05  FOLHA-TURMA PIC X(3).
               05  FOLHA-NOME-ALUNO PIC X(20).
               05  FILLER PIC X(2).

      *-----------------------------------------------------------
      * Historico escolar: todos os ANO-LETIVOs de um aluno, do
      * ficheiro vivo e do arquivo historico, com as notas de
      * cada PERIODO, a nota final de notasfinais.dat, as faltas
      * e o resultado do ano.  Cada copia leva um numero de
      * emissao seguido, registado em historicos.log.
      *-----------------------------------------------------------
           77  HESC-NUMBER PIC 9(5).
           77  HESC-NUMBER-ED PIC ZZZZ9.
           77  HESC-NOME PIC X(20).
           77  HESC-FIM PIC X.
           77  HESC-ANO-NOVO PIC 9(4).
           77  HESC-ANO-ATUAL PIC 9(4).
           77  HESC-ANO-EXISTE PIC X.
           77  HESC-ANO-POS-FOUND PIC X.
           77  HESC-ANO-COUNT PIC 99.
           77  HESC-ANO-IX PIC 99.
           77  HESC-SHIFT-IX PIC S99.
           01  HESC-ANO-TABLE.
               05  HESC-ANO PIC 9(4) OCCURS 30 TIMES.

           77  HESC-PERIODO-IX PIC 9.
           77  HESC-ARQUIVO PIC X.
           77  HESC-ESTADO PIC X.
           77  HESC-DISC-COUNT PIC 99.
           77  HESC-DISC-IX PIC 99.
           77  HESC-DISC-FOUND PIC X.
           77  HESC-LOOKUP-CODIGO PIC X(15).
           01  HESC-DISC-TABLE.
               05  HESC-DISC OCCURS 10 TIMES.
                   10  HESC-DISC-CODIGO PIC X(15).
                   10  HESC-DISC-TERMO OCCURS 4 TIMES.
                       15  HESC-DISC-NOTA PIC 99V99.
                       15  HESC-DISC-TEM PIC X.
                   10  HESC-DISC-FALTAS PIC 9(4).
                   10  HESC-DISC-FINAL PIC X(5).
                   10  HESC-DISC-RECURSO PIC X.

           77  HESC-MEDIA-FINAL PIC X(5).
           77  HESC-RESULTADO PIC X(18).
           77  HESC-FINAIS-FIM PIC X.
           77  HESC-LINE PIC X(80).
           77  HESC-POINTER PIC 999.
           77  HESC-NOTA-ED PIC Z9.99.
           77  HESC-FALTAS-ED PIC ZZZ9.
           77  HESC-DATA PIC 9(6).
           77  HESC-HORA PIC 9(8).
           77  HESC-EMISSAO PIC 9(6).
           77  HESC-EMITIDOS PIC 99.
           77  HESC-LOG-FIM PIC X.

           01  HESC-LOG-LINHA.
               05  HESC-LOG-NUMERO PIC 9(6).
               05  FILLER PIC X VALUE SPACE.
               05  HESC-LOG-DATA PIC 9(6).
               05  FILLER PIC X VALUE SPACE.
               05  HESC-LOG-HORA PIC 9(8).
               05  FILLER PIC X VALUE SPACE.
               05  HESC-LOG-ALUNO PIC 9(5).
               05  FILLER PIC X VALUE SPACE.
               05  HESC-LOG-LOGIN PIC X(10).
               05  FILLER PIC X VALUE SPACE.
               05  HESC-LOG-ANOS PIC 99.
               05  FILLER PIC X(8) VALUE SPACES.

      *-----------------------------------------------------------
      * Alunos em risco: compara o PERIODO escolhido com o
      * anterior do mesmo ANO-LETIVO e sinaliza a MEDIA
      * ponderada que desce mais do que RISCO-MARGEM, as
      * negativas novas (disciplina positiva no periodo anterior)
      * e as faltas que sobem e ja estao a RISCO-FALTAS-MARGEM
      * ou menos de FALTAS-LIMITE.  O relatorio sai por turma.
      *-----------------------------------------------------------
           77  RISCO-ANO PIC 9(4).
           77  RISCO-PERIODO PIC 9.
               88 RISCO-PERIODO-VALIDO VALUES 2 THRU 4.
           77  RISCO-PERIODO-ANT PIC 9.
           77  RISCO-MARGEM PIC 99V99 VALUE 2.00.
           77  RISCO-MARGEM-IN PIC 99V99.
           77  RISCO-FALTAS-MARGEM PIC 999 VALUE 5.
           77  RISCO-FALTAS-AVISO PIC 999.
           77  RISCO-QUEDA PIC S99V99.
           77  RISCO-TEM-QUEDA PIC X.
           77  RISCO-TEM-NEGATIVA PIC X.
           77  RISCO-TEM-FALTAS PIC X.
           77  RISCO-COMPARADOS PIC 9(4).
           77  RISCO-SEM-ANTERIOR PIC 9(4).
           77  RISCO-NAO-ATIVOS PIC 9(4).
           77  RISCO-IGNORADOS PIC 9(4).
           77  RISCO-COUNT-ED PIC ZZZ9.
           77  RISCO-NUMBER-ED PIC ZZZZ9.
           77  RISCO-MEDIA-ED PIC Z9.99.
           77  RISCO-MEDIA-ANT-ED PIC Z9.99.
           77  RISCO-QUEDA-ED PIC Z9.99.
           77  RISCO-LIMITE-ED PIC ZZ9.
           77  RISCO-FALTAS-ED PIC ZZ9.
           77  RISCO-NEG-LISTA PIC X(60).
           77  RISCO-NEG-POINTER PIC 99.
           77  RISCO-FAL-LISTA PIC X(60).
           77  RISCO-FAL-POINTER PIC 99.
           77  RISCO-LOOKUP-CODIGO PIC X(15).
           77  RISCO-FOUND PIC X.
           77  RISCO-ANT-IX PIC 99.
           77  RISCO-ANT-CONT PIC 999.
           77  RISCO-TURMA-ATUAL PIC X(3).
           77  RISCO-LINE PIC X(100).
           77  RISCO-POINTER PIC 999.

      *    Periodo anterior do aluno, guardado quando passa na
      *    leitura sequencial (a chave poe-no logo antes do
      *    periodo escolhido).
           77  RISCO-ANT-NUMBER PIC 9(5).
           77  RISCO-ANT-MEDIA PIC 99V99.
           77  RISCO-ANT-NUM PIC 99.
           01  RISCO-ANT-TABLE.
               05  RISCO-ANT-DISC OCCURS 10 TIMES.
                   10  RISCO-ANT-CODIGO PIC X(15).
                   10  RISCO-ANT-NOTA PIC 99V99.
           77  RISCO-FANT-NUM PIC 99.
           01  RISCO-FANT-TABLE.
               05  RISCO-FANT-DISC OCCURS 10 TIMES.
                   10  RISCO-FANT-CODIGO PIC X(15).
                   10  RISCO-FANT-CONT PIC 999.

           01  RISCO-TABLE.
               05  RISCO-ENTRY OCCURS 9999 TIMES.
                   10  RISCO-E-CHAVE.
                       15  RISCO-E-TURMA PIC X(3).
                       15  RISCO-E-NUMBER PIC 9(5).
                   10  RISCO-E-NOME PIC X(20).
                   10  RISCO-E-MEDIA-ANT PIC 99V99.
                   10  RISCO-E-MEDIA PIC 99V99.
                   10  RISCO-E-QUEDA PIC X.
                   10  RISCO-E-NEGATIVAS PIC X(60).
                   10  RISCO-E-FALTAS PIC X(60).

           01  RISCO-ENTRY-TEMP PIC X(157).

           77  RISCO-COUNT PIC 9(4) VALUE 0.
           77  RISCO-IX PIC 9(4).
           77  RISCO-NEXT-IX PIC 9(4).
           77  RISCO-PASS PIC 9(4).

      *-----------------------------------------------------------
      * Alunos duplicados: o relatorio agrupa os registos de notas
      * pelo NOMEALUNO e lista os nomes com mais de um numero; a
      * fusao passa todos os registos do numero que desaparece
      * para o numero que fica, ficheiro a ficheiro.  Cada
      * registo movido fica no notasaudit.log como CAMPO 98.
      * DUPL-CONTROLO guarda as contagens de controlo de cada
      * ficheiro, pela ordem de DUPL-FICHEIRO-NOME.
      *-----------------------------------------------------------
           77  DUPL-SUBPICK PIC 9.
           77  DUPL-NOME-ATUAL PIC X(20).
           77  DUPL-MAX-NUMEROS PIC 99 VALUE 20.
           77  DUPL-NUM-COUNT PIC 99.
           77  DUPL-NUM-CHEIA PIC X.
           01  DUPL-NUM-TABLE.
               05  DUPL-NUM-ENTRY OCCURS 20 TIMES.
                   10  DUPL-N-NUMBER PIC 9(5).
                   10  DUPL-N-REGISTOS PIC 999.
                   10  DUPL-N-ANO-MIN PIC 9(4).
                   10  DUPL-N-ANO-MAX PIC 9(4).
                   10  DUPL-N-ENC-NOME PIC X(30).
                   10  DUPL-N-ENC-TELEFONE PIC X(15).
           77  DUPL-IX PIC 99.
           77  DUPL-JX PIC 99.
           77  DUPL-FOUND PIC X.
           77  DUPL-MESMO-ENC PIC X.
           77  DUPL-SEM-ENC PIC X.
           77  DUPL-GRUPOS PIC 999.
           77  DUPL-PROVAVEIS PIC 999.
           77  DUPL-COUNT-ED PIC ZZ9.
           77  DUPL-NUMBER-ED PIC ZZZZ9.
           77  DUPL-ENC-NOME-ED PIC X(30).
           77  DUPL-LINE PIC X(100).
           77  DUPL-POINTER PIC 999.

           77  DUPL-PERDE PIC 9(5).
           77  DUPL-FICA PIC 9(5).
           77  DUPL-ALVO PIC 9(5).
           77  DUPL-NOME-PERDE PIC X(20).
           77  DUPL-NOME-FICA PIC X(20).
           77  DUPL-PERDE-ED PIC ZZZZ9.
           77  DUPL-FICA-ED PIC ZZZZ9.
           77  OK-TO-FUNDIR PIC X.
           77  DUPL-CONFLITOS PIC 999.
           77  DUPL-ERROS PIC 999.
           77  DUPL-TABELA-CHEIA PIC X.
           77  DUPL-MOVE-OK PIC X.
           77  DUPL-IGUAL PIC X.
           77  DUPL-FICA-EXISTE PIC X.
           77  DUPL-TOTAL-PERDE PIC 9(5).
           77  DUPL-NOME-ENCONTRADO PIC X(20).
           77  DUPL-NOVO-ANO PIC 9(4).
           77  DUPL-NOVO-PERIODO PIC 9.
           77  DUPL-NOVO-DISC PIC X(15).
           77  DUPL-CONTROLO-OK PIC X.
           77  DUPL-FIM PIC X.
           77  DUPL-FICH PIC 9.
           77  DUPL-MAX-CHAVES PIC 999 VALUE 200.
           77  DUPL-KEY-COUNT PIC 999.
           77  DUPL-KEY-TOTAL PIC 9(4).
           77  DUPL-KX PIC 999.
           01  DUPL-KEY-TABLE.
               05  DUPL-KEY-ENTRY OCCURS 200 TIMES.
                   10  DUPL-K-ANO PIC 9(4).
                   10  DUPL-K-PERIODO PIC 9.
                   10  DUPL-K-DISC PIC X(15).
           77  DUPL-TURMA-PERDE PIC X(3).
           01  DUPL-ENCARR-PERDE.
               05  DUPL-EP-NOME PIC X(30).
               05  DUPL-EP-MORADA PIC X(30).
               05  DUPL-EP-LOCALIDADE PIC X(30).
               05  DUPL-EP-TELEFONE PIC X(15).
           01  DUPL-FICHEIRO-VALUES.
               05  FILLER PIC X(16) VALUE "notasindex.dat".
               05  FILLER PIC X(16) VALUE "faltasindex.dat".
               05  FILLER PIC X(16) VALUE "examesindex.dat".
               05  FILLER PIC X(16) VALUE "alunoturma.dat".
               05  FILLER PIC X(16) VALUE "encarregados.dat".
               05  FILLER PIC X(16) VALUE "notashist.dat".
               05  FILLER PIC X(16) VALUE "faltashist.dat".
           01  DUPL-FICHEIRO-TABLE REDEFINES DUPL-FICHEIRO-VALUES.
               05  DUPL-FICHEIRO-NOME PIC X(16) OCCURS 7 TIMES.
           77  DUPL-NUM-FICHEIROS PIC 9 VALUE 7.
           01  DUPL-CONTROLO-TABLE.
               05  DUPL-CONTROLO OCCURS 7 TIMES.
                   10  DUPL-C-ANTES-PERDE PIC 9(4).
                   10  DUPL-C-ANTES-FICA PIC 9(4).
                   10  DUPL-C-MOVIDOS PIC 9(4).
                   10  DUPL-C-IGUAIS PIC 9(4).
                   10  DUPL-C-DEPOIS-PERDE PIC 9(4).
                   10  DUPL-C-DEPOIS-FICA PIC 9(4).
           77  DUPL-ANTES-PERDE-ED PIC ZZZ9.
           77  DUPL-ANTES-FICA-ED PIC ZZZ9.
           77  DUPL-MOVIDOS-ED PIC ZZZ9.
           77  DUPL-IGUAIS-ED PIC ZZZ9.
           77  DUPL-DEPOIS-PERDE-ED PIC ZZZ9.
           77  DUPL-DEPOIS-FICA-ED PIC ZZZ9.
           77  DUPL-BACKUP-COMMAND PIC X(250).

      *-----------------------------------------------------------
      * Alargamento do numero de aluno de 3 para 5 digitos:
      * conversao unica dos ficheiros gravados com o numero
      * antigo.  Cada ficheiro e posto de lado com o sufixo _999
      * e reescrito registo a registo no desenho novo.
      * ALARG-CONTROLO guarda as contagens de cada ficheiro, pela
      * ordem de ALARG-FICHEIRO.  Nos dois ficheiros de texto
      * (notasfinais.dat e notasaudit.log) todas as linhas sao
      * copiadas; as que nao trazem numero de aluno passam sem
      * alteracao e contam como nao convertidas.
      *-----------------------------------------------------------
           77  ALARG-FICH PIC 99.
           77  ALARG-NUM-FICHEIROS PIC 99 VALUE 9.
           77  ALARG-CONVERTE-NOTAS PIC X.
           77  ALARG-VEIO-MIGRA PIC X.
           77  OK-TO-ALARGAR PIC X.
           77  ALARG-ANO-TURMAS PIC 9(4).
           77  ALARG-ERRO PIC X.
           77  ALARG-FIM PIC X.
           77  ALARG-CONTROLO-OK PIC X.
           77  ALARG-IDX PIC 99.
           77  ALARG-LIDOS PIC 9(6).
           77  ALARG-CONVERTIDOS PIC 9(6).
           77  ALARG-NAO-CONV PIC 9(6).
           77  ALARG-LIDOS-ED PIC ZZZZZ9.
           77  ALARG-CONVERTIDOS-ED PIC ZZZZZ9.
           77  ALARG-NAO-CONV-ED PIC ZZZZZ9.
           77  ALARG-DATA PIC 9(6).
           77  ALARG-NOME PIC X(20).
           77  ALARG-CHAVE PIC X(22).
           77  ALARG-COMMAND PIC X(80).
           77  ALARG-LINE PIC X(100).
           77  ALARG-POINTER PIC 999.
           01  ALARG-FICHEIRO-VALUES.
               05  FILLER PIC X(16) VALUE "notasindex  .dat".
               05  FILLER PIC X(16) VALUE "faltasindex .dat".
               05  FILLER PIC X(16) VALUE "examesindex .dat".
               05  FILLER PIC X(16) VALUE "alunoturma  .dat".
               05  FILLER PIC X(16) VALUE "encarregados.dat".
               05  FILLER PIC X(16) VALUE "notashist   .dat".
               05  FILLER PIC X(16) VALUE "faltashist  .dat".
               05  FILLER PIC X(16) VALUE "notasfinais .dat".
               05  FILLER PIC X(16) VALUE "notasaudit  .log".
           01  ALARG-FICHEIRO-TABLE REDEFINES ALARG-FICHEIRO-VALUES.
               05  ALARG-FICHEIRO OCCURS 9 TIMES.
                   10  ALARG-FICHEIRO-BASE PIC X(12).
                   10  ALARG-FICHEIRO-EXT PIC X(4).
           01  ALARG-CONTROLO-TABLE.
               05  ALARG-CONTROLO OCCURS 9 TIMES.
                   10  ALARG-C-LIDOS PIC 9(6).
                   10  ALARG-C-CONVERTIDOS PIC 9(6).
                   10  ALARG-C-NAO-CONV PIC 9(6).
                   10  ALARG-C-ESTADO PIC X(14).

      *    Linhas de texto antigas: em notasfinais.dat o numero
      *    vem logo a seguir ao tipo e ao ano; em notasaudit.log
      *    vem depois de " ALUNO ", editado e encostado a
      *    direita (so as linhas de alteracao de notas o tem).
           01  ALARG-FINAIS-ANTIGA PIC X(100).
           01  ALARG-FINAIS-CAMPOS REDEFINES ALARG-FINAIS-ANTIGA.
               05  ALARG-FA-INICIO.
                   10  ALARG-FA-TIPO PIC X.
                   10  ALARG-FA-ANO PIC X(4).
               05  ALARG-FA-NUMBER PIC X(3).
               05  ALARG-FA-RESTO PIC X(92).
           01  ALARG-AUDIT-ANTIGA PIC X(200).
           01  ALARG-AUDIT-CAMPOS REDEFINES ALARG-AUDIT-ANTIGA.
               05  ALARG-AA-INICIO.
                   10  ALARG-AA-DATA-HORA PIC X(15).
                   10  ALARG-AA-ETIQUETA PIC X(7).
               05  ALARG-AA-RESTO PIC X(178).

      *-----------------------------------------------------------
      * Completude do lancamento de notas de um ANO-LETIVO/
      * PERIODO.  COMPL-TD conta, por turma e disciplina, as
      * notas lancadas e as por lancar (o relatorio junta o
      * professor do servico docente); COMPL-TABLE guarda os
      * alunos com alguma nota por lancar, para a lista por
      * turma.
      *-----------------------------------------------------------
           77  COMPL-ANO PIC 9(4).
           77  COMPL-PERIODO PIC 9.
               88 COMPL-PERIODO-VALIDO VALUES 1 THRU 4.
           77  COMPL-TD-MAX PIC 999 VALUE 500.
           77  COMPL-TD-COUNT PIC 999 VALUE 0.
           77  COMPL-TD-IX PIC 999.
           77  COMPL-TD-NEXT-IX PIC 999.
           77  COMPL-TD-PASS PIC 999.
           77  COMPL-TD-FOUND PIC X.
           77  COMPL-TD-CHEIA PIC X.
           01  COMPL-PROCURA.
               05  COMPL-PROCURA-TURMA PIC X(3).
               05  COMPL-PROCURA-DISC PIC X(15).
           01  COMPL-TD-TABLE.
               05  COMPL-TD OCCURS 500 TIMES.
                   10  COMPL-TD-CHAVE.
                       15  COMPL-TD-TURMA PIC X(3).
                       15  COMPL-TD-DISCIPLINA PIC X(15).
                   10  COMPL-TD-LANCADAS PIC 9(5).
                   10  COMPL-TD-POR-LANCAR PIC 9(5).
           01  COMPL-TD-TEMP PIC X(28).

           01  COMPL-TABLE.
               05  COMPL-ENTRY OCCURS 9999 TIMES.
                   10  COMPL-E-CHAVE.
                       15  COMPL-E-TURMA PIC X(3).
                       15  COMPL-E-NUMBER PIC 9(5).
                   10  COMPL-E-NOME PIC X(20).
                   10  COMPL-E-DISCIPLINAS PIC X(80).
           01  COMPL-ENTRY-TEMP PIC X(108).
           77  COMPL-COUNT PIC 9(4) VALUE 0.
           77  COMPL-IX PIC 9(4).
           77  COMPL-NEXT-IX PIC 9(4).
           77  COMPL-PASS PIC 9(4).

           77  COMPL-LISTA PIC X(80).
           77  COMPL-LISTA-POINTER PIC 99.
           77  COMPL-ALUNOS PIC 9(5).
           77  COMPL-COMPLETOS PIC 9(5).
           77  COMPL-NAO-ATIVOS PIC 9(5).
           77  COMPL-IGNORADOS PIC 9(5).
           77  COMPL-TOT-LANCADAS PIC 9(6).
           77  COMPL-TOT-POR-LANCAR PIC 9(6).
           77  COMPL-TURMA-ATUAL PIC X(3).
           77  COMPL-COUNT-ED PIC ZZZZZ9.
           77  COMPL-COUNT2-ED PIC ZZZZZ9.
           77  COMPL-NUMBER-ED PIC ZZZZ9.
           77  COMPL-LINE PIC X(132).

      *-----------------------------------------------------------
      * Estado de lancamento das notas: conversao unica do
      * notasindex.dat e do notashist.dat gravados antes do
      * DISCIPLINA-ESTADO.  Cada ficheiro sem o estado e posto
      * de lado com o sufixo _semestado e reescrito com todas as
      * notas lancadas - ou com as notas 0.00 por lancar, se o
      * operador o pedir (sao as que o IMPORT11 e o ABRIR21
      * criaram e ainda ninguem preencheu).
      *-----------------------------------------------------------
           77  LANCA-NOTAS-FORMATO PIC X.
           77  LANCA-HIST-FORMATO PIC X.
           77  LANCA-FORMATO PIC X.
               88 LANCA-FORMATO-VAZIO VALUE "V".
               88 LANCA-FORMATO-ANTIGO VALUE "A".
               88 LANCA-FORMATO-SEM-ESTADO VALUE "S".
               88 LANCA-FORMATO-NOVO VALUE "N".
           77  LANCA-ZEROS PIC X.
           77  OK-TO-LANCA PIC X.
           77  LANCA-FIM PIC X.
           77  LANCA-IDX PIC 99.
           77  LANCA-ERRO PIC X.
           77  LANCA-LIDOS PIC 9(6).
           77  LANCA-GRAVADOS PIC 9(6).
           77  LANCA-IGNORADOS PIC 9(6).
           77  LANCA-POR-LANCAR PIC 9(6).
           77  LANCA-COUNT-ED PIC ZZZZZ9.
           77  LANCA-COMMAND PIC X(80).

      *-----------------------------------------------------------
      * Matricula do ano seguinte a partir dos resultados do
      * FINAL13-MODE.  PROMO-TABLE tem um aluno por entrada, pela
      * ordem da turma de origem e do numero; PROMO-DECISAO diz o
      * que lhe acontece.  A turma de destino sai do codigo da
      * turma de origem: ano de escolaridade a frente (9A, 10B) -
      * o promovido sobe um ano e fica com a mesma letra, o
      * retido fica no mesmo ano de escolaridade.
      *-----------------------------------------------------------
           77  PROMO-SUBPICK PIC 9.
           77  PROMO-ANO PIC 9(4).
           77  PROMO-ANO-NOVO PIC 9(4).
           77  PROMO-MAX-ENTRIES PIC 9(4) VALUE 9999.
           01  PROMO-TABLE.
               05  PROMO-ENTRY OCCURS 9999 TIMES.
                   10  PROMO-CHAVE.
                       15  PROMO-TURMA-ORIGEM PIC X(3).
                       15  PROMO-NUMBER PIC 9(5).
                   10  PROMO-NOME PIC X(20).
                   10  PROMO-ESTADO PIC X.
                   10  PROMO-RESULTADO PIC X(18).
                   10  PROMO-TURMA-DESTINO PIC X(3).
                   10  PROMO-DECISAO PIC X.
                       88 PROMO-PROMOVIDO VALUE "P".
                       88 PROMO-RETIDO VALUE "R".
                       88 PROMO-TRANSFERIDO VALUE "T".
                       88 PROMO-DESISTENTE VALUE "D".
                       88 PROMO-SEM-RESULTADO VALUE "S".
                       88 PROMO-SEM-TURMA VALUE "O".
                       88 PROMO-CODIGO-SEM-NIVEL VALUE "C".
                       88 PROMO-SEM-DESTINO VALUE "N".
                       88 PROMO-JA-MATRICULADO VALUE "J".
           01  PROMO-ENTRY-TEMP PIC X(51).
           77  PROMO-COUNT PIC 9(4).
           77  PROMO-IX PIC 9(5).
           77  PROMO-NEXT-IX PIC 9(4).
           77  PROMO-PASS PIC 9(4).
           77  PROMO-FOUND PIC X.
           77  PROMO-FIM PIC X.
           77  OK-TO-PROMOVER PIC X.
           77  PROMO-NIVEL PIC 99.
           77  PROMO-LETRA PIC XX.
           01  PROMO-CODIGO PIC X(3).
           01  PROMO-CODIGO-2D REDEFINES PROMO-CODIGO.
               05  PROMO-COD-NIVEL2 PIC 99.
               05  PROMO-COD-LETRA2 PIC X.
           01  PROMO-CODIGO-1D REDEFINES PROMO-CODIGO.
               05  PROMO-COD-NIVEL1 PIC 9.
               05  PROMO-COD-LETRA1 PIC XX.
           77  PROMO-IGNORADOS PIC 9(5).
           77  PROMO-IGNORADO-NUMBER PIC 9(5).
           77  PROMO-TOT-PROMOVIDOS PIC 9(5).
           77  PROMO-TOT-RETIDOS PIC 9(5).
           77  PROMO-TOT-SAIDOS PIC 9(5).
           77  PROMO-TOT-JA-MATRICULADOS PIC 9(5).
           77  PROMO-TOT-POR-DECIDIR PIC 9(5).
           77  PROMO-LIDOS PIC 9(5).
           77  PROMO-TURMAS-CRIADAS PIC 9(5).
           77  PROMO-TURMAS-EXISTENTES PIC 9(5).
           77  PROMO-NOTAS-CRIADAS PIC 9(5).
           77  PROMO-NOTAS-EXISTENTES PIC 9(5).
           77  PROMO-FALTAS-CRIADAS PIC 9(5).
           77  PROMO-COUNT-ED PIC ZZZZ9.
           77  PROMO-NUMBER-ED PIC ZZZZ9.
           77  PROMO-TURMA-ATUAL PIC X(3).
           77  PROMO-DATA PIC 9(6).
           77  PROMO-POINTER PIC 999.
           01  PROMO-LINE PIC X(132).

      *    Listas de turma de um ANO-LETIVO (listasturma.txt).
           77  LISTA-ANO PIC 9(4).
           77  LISTA-ALUNOS PIC 9(4).
           77  LISTA-TOTAL PIC 9(5).
           77  LISTA-TURMAS PIC 9(4).
           77  LISTA-FIM PIC X.
           77  LISTA-TURMA-FIM PIC X.
           77  LISTA-NOME PIC X(20).
           77  LISTA-TURMA-ANTERIOR PIC X(3).
           77  LISTA-COUNT-ED PIC ZZZZ9.
           01  LISTA-LINE PIC X(100).

      *    Conversao do alunoturma.dat para turma por ANO-LETIVO.
           77  TURMANO-ANO PIC 9(4).
           77  TURMANO-FORMATO PIC X.
           77  OK-TO-TURMANO PIC X.
           77  TURMANO-FIM PIC X.
           77  TURMANO-LIDOS PIC 9(6).
           77  TURMANO-GRAVADOS PIC 9(6).
           77  TURMANO-IGNORADOS PIC 9(6).
           77  TURMANO-COUNT-ED PIC ZZZZZ9.
           77  TURMANO-COMMAND PIC X(80).

      *-----------------------------------------------------------
      * Arquivo de relatorios (ARQUIVAR-RELATORIO e modo 42).
      * Quem chama ARQUIVAR-RELATORIO poe o nome do relatorio em
      * RELAT-ORIGEM, o modo do menu em RELAT-MODO e o termo em
      * RELAT-ANO / RELAT-PERIODO / RELAT-TURMA (zeros ou espacos
      * quando nao se aplicam).
      *-----------------------------------------------------------
           77  RELAT-ORIGEM PIC X(30).
           77  RELAT-MODO PIC 99.
           77  RELAT-ANO PIC 9(4).
           77  RELAT-PERIODO PIC 9.
           77  RELAT-TURMA PIC X(3).
           77  RELAT-BASE PIC X(20).
           77  RELAT-EXT PIC X(5).
           77  RELAT-DATA PIC 9(8).
           77  RELAT-HORA PIC 9(8).
           77  RELAT-LINHAS PIC 9(7).
           77  RELAT-FICHEIRO PIC X(60).
           77  RELAT-COMMAND PIC X(160).
           77  RELAT-SUBPICK PIC 9.
           77  RELAT-FIM PIC X.
           77  RELAT-VISIVEL PIC X.
           77  RELAT-FILTRO-TIPO PIC X(20).
           77  RELAT-FILTRO-ANO PIC 9(4).
           77  RELAT-FILTRO-PERIODO PIC 9.
           77  RELAT-SEQ PIC 9(5).
           77  RELAT-PICK PIC 9(5).
           77  RELAT-MOSTRADOS PIC 9(5).
           77  RELAT-MESES PIC 9(3).
           77  RELAT-MESES-TOTAL PIC 9(6).
           77  RELAT-A-APAGAR PIC 9(5).
           77  RELAT-APAGADOS PIC 9(5).
           77  RELAT-FALHADOS PIC 9(5).
           77  RELAT-MANTIDOS PIC 9(5).
           77  OK-TO-PURGAR PIC X.
           77  RELAT-SEQ-ED PIC ZZZZ9.
           77  RELAT-LINHAS-ED PIC ZZZZZZ9.
           77  RELAT-COUNT-ED PIC ZZZZ9.
           01  RELAT-CORTE.
               05  RELAT-CORTE-ANO PIC 9(4).
               05  RELAT-CORTE-MES PIC 99.
               05  RELAT-CORTE-DIA PIC 99.
           01  RELAT-CORTE-DATA REDEFINES RELAT-CORTE PIC 9(8).
           01  RELAT-LINE PIC X(100).

      *-----------------------------------------------------------
      * Interface do ministerio: ficheiro de colunas fixas com

           01  MINIS-DETAIL-REC.
               05  FILLER PIC X VALUE "D".
               05  MINIS-D-ALUNO PIC 9(5).
               05  MINIS-D-ANO PIC 9(4).
               05  MINIS-D-PERIODO PIC 9.
               05  MINIS-D-DISCIPLINA PIC X(15).
      *-----------------------------------------------------------
           01  MINRET-TABLE.
               05  MINRET-ENTRY OCCURS 2000 TIMES.
                   10  MINRET-ALUNO PIC 9(5).
                   10  MINRET-ANO PIC 9(4).
                   10  MINRET-PERIODO PIC 9.
                   10  MINRET-DISC PIC X(15).
           01  MINRET-IN-LINE PIC X(40).
           01  MINRET-IN-FIELDS REDEFINES MINRET-IN-LINE.
               05  MINRET-IN-TIPO PIC X.
               05  MINRET-IN-ALUNO PIC 9(5).
               05  MINRET-IN-ANO PIC 9(4).
               05  MINRET-IN-PERIODO PIC 9.
               05  MINRET-IN-DISCIPLINA PIC X(15).
               05  MINRET-IN-NOTA PIC 99V99.
               05  FILLER PIC X(10).

           77  ABRIR-ANO-LETIVO PIC 9(4).
           77  ABRIR-PERIODO PIC 9.
               88 ABRIR-PERIODO-VALIDO VALUES 1 THRU 4.
           77  ABRIR-ANO-DESTINO PIC 9(4).
           77  ABRIR-PERIODO-DESTINO PIC 9.
           77  ABRIR-COUNT PIC 9(4) VALUE 0.
           77  ABRIR-IX PIC 9(4).
           77  ABRIR-CRIADOS PIC 9(4).
           77  ABRIR-IGNORADOS PIC 9(4).
           77  ABRIR-NAO-ATIVOS PIC 9(4).
           77  ABRIR-COUNT-ED PIC ZZZ9.

           01  ABRIR-TABLE.
               05  ABRIR-ENTRY OCCURS 9999 TIMES.
                   10  ABRIR-NUMBER PIC 9(5).
                   10  ABRIR-NOME PIC X(20).

           77  RESTORE-SUBPICK PIC 9.
           77  VERIF-ERR-NUM-DISC PIC 9(5).
           77  VERIF-ERR-CODIGO PIC 9(5).
           77  VERIF-ERR-NOTA PIC 9(5).
           77  VERIF-ERR-ESTADO PIC 9(5).
           77  VERIF-ERR-PERIODO PIC 9(5).
           77  VERIF-COUNT-ED PIC ZZZZ9.
           77  VERIF-RECORD-OK PIC X.
      * STRING ... WITH POINTER into DISPLAY-RECORD, rather than
      * as a fixed group of columns.
      *-----------------------------------------------------------
       01 DETAIL-NUMBER-ED PIC ZZZZ9.
       01 DETAIL-NOTA-ED PIC Z9.99.
       01 DETAIL-MEDIA-ED PIC Z9.99.
       77 DETAIL-POINTER PIC 999.

       01 COLUMN-LINE.
       05 FILLER PIC X(2) VALUE "NO".
       05 FILLER PIC X(5) VALUE SPACE.
       05 FILLER PIC X(10) VALUE "NAME ALUNO".
       05 FILLER PIC X(20) VALUE SPACE.
       05 FILLER PIC X(30) VALUE "DISCIPLINAS (CODIGO=NOTA)".

       PROCEDURE DIVISION.
           PROGRAM-BEGIN.
           ACCEPT LOTE-ARGUMENTOS FROM COMMAND-LINE.
           MOVE SPACES TO LOTE-ARG-MODO.
           MOVE SPACES TO LOTE-JOB.
           UNSTRING LOTE-ARGUMENTOS DELIMITED BY ALL SPACE
               INTO LOTE-ARG-MODO LOTE-JOB.
           INSPECT LOTE-ARG-MODO
               CONVERTING LOTE-MINUSCULAS TO LOTE-MAIUSCULAS.
           INSPECT LOTE-JOB
               CONVERTING LOTE-MINUSCULAS TO LOTE-MAIUSCULAS.
           IF LOTE-ARG-MODO = "LOTE"
               PERFORM LOTE-PROCESS
           ELSE
               PERFORM MAIN-PROCESS.


       PROGRAM-DONE.
            MOVE LOTE-RC TO RETURN-CODE.
            STOP RUN.

      *--------------------------------------------------
               MOVE "N" TO NOTAS-OPEN-OK
               DISPLAY "O FICHEIRO DE NOTAS ESTA EM USO POR OUTRO "
                   "UTILIZADOR OU INDISPONIVEL (ESTADO " NOTAS-FS
                   ") - TENTE NOVAMENTE"
               IF NOTAS-FS = "39"
                   DISPLAY "O FICHEIRO DE NOTAS ESTA NO DESENHO "
                       "ANTIGO - CORRA PRIMEIRO O MODO 37".

           CLOSING-PROCEDURE.
           CLOSE NOTAS-FILE.
           IF NOTAS-OPEN-OK = "N"
               MOVE "N" TO EXCLUSIVE-OK.

      *--------------------------------------------------
      * alunoturma.dat ainda no desenho antigo nao abre
      * pelo desenho corrente.  Sem este teste as
      * leituras falhavam sem passar pelo INVALID KEY (a
      * turma do aluno anterior ficava) e as gravacoes
      * perdiam-se, por isso o modo nao corre.
      *--------------------------------------------------
       ALUNOTURMA-OPENING.
           OPEN I-O ALUNOTURMA-FILE.
           IF ALUNOTURMA-FS = "00" OR ALUNOTURMA-FS = "05"
               MOVE "Y" TO ALUNOTURMA-OPEN-OK
           ELSE
               MOVE "N" TO ALUNOTURMA-OPEN-OK
               DISPLAY "O FICHEIRO alunoturma.dat NAO ABRE (ESTADO "
                   ALUNOTURMA-FS ")"
               DISPLAY "CORRA PRIMEIRO O MODO 37 E/OU O MODO 41".


       MAIN-PROCESS.
           PERFORM LOGIN-OPERADOR.
           IF LOGIN-OK = "Y"
               PERFORM GET-MENU-PICK
               PERFORM MAINTAIN-THE-FILE
                    UNTIL MENU-PICK = 0.

      *--------------------------------------------------
      * Entrada no programa: login e PIN contra
      * operadores.dat, com tres tentativas.  So entra
      * um operador ativo.  Numa instalacao nova, sem
      * nenhum operador, o primeiro e registado aqui
      * mesmo com o papel de direcao - e esse que depois
      * cria os outros no modo 32.
      *--------------------------------------------------
       LOGIN-OPERADOR.
           MOVE "N" TO LOGIN-OK.
           OPEN I-O OPERADOR-FILE.
           MOVE SPACES TO OPER-LOGIN.
           START OPERADOR-FILE KEY IS >= OPER-LOGIN
               INVALID KEY
                   MOVE "N" TO OPER-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO OPER-FOUND.
           IF OPER-FOUND = "N"
               PERFORM REGISTAR-PRIMEIRO-OPERADOR.
           MOVE ZERO TO LOGIN-TENTATIVAS.
           PERFORM ASK-LOGIN
               UNTIL LOGIN-OK = "Y"
                  OR LOGIN-TENTATIVAS >= LOGIN-MAX-TENTATIVAS.
           CLOSE OPERADOR-FILE.
           IF LOGIN-OK = "N"
               DISPLAY "ACESSO RECUSADO".

       REGISTAR-PRIMEIRO-OPERADOR.
           DISPLAY "AINDA NAO HA OPERADORES REGISTADOS.".
           DISPLAY "REGISTE O PRIMEIRO OPERADOR (PAPEL DIRECAO).".
           MOVE SPACES TO OPER-LOGIN.
           PERFORM ENTER-OPER-LOGIN
               UNTIL OPER-LOGIN NOT = SPACES.
           PERFORM ENTER-OPER-NOME.
           PERFORM ENTER-OPER-PIN.
           MOVE "D" TO OPER-PAPEL.
           MOVE "A" TO OPER-ESTADO.
           WRITE OPERADOR-RECORD
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR OPERADOR"
               NOT INVALID KEY
                   DISPLAY "OPERADOR REGISTADO"
           END-WRITE.

       ASK-LOGIN.
           ADD 1 TO LOGIN-TENTATIVAS.
           DISPLAY " ".
           DISPLAY "LOGIN DO OPERADOR".
           ACCEPT OPER-LOGIN.
           DISPLAY "PIN".
           ACCEPT LOGIN-PIN.
           PERFORM READ-OPERADOR-RECORD.
           IF OPER-FOUND = "N"
               DISPLAY "LOGIN OU PIN INVALIDO"
           ELSE
           IF OPER-PIN NOT = LOGIN-PIN
               DISPLAY "LOGIN OU PIN INVALIDO"
           ELSE
           IF NOT OPER-ATIVO
               DISPLAY "OPERADOR DESATIVADO - FALE COM A DIRECAO"
           ELSE
               PERFORM START-SESSAO.

       START-SESSAO.
           MOVE "Y" TO LOGIN-OK.
           MOVE OPER-LOGIN TO SESSAO-LOGIN.
           MOVE OPER-NOME TO SESSAO-NOME.
           MOVE OPER-PAPEL TO SESSAO-PAPEL.
           IF OPER-SECRETARIA
               MOVE 1 TO SESSAO-PAPEL-IX
               MOVE "SECRETARIA" TO SESSAO-PAPEL-NOME
           ELSE
           IF OPER-PROFESSOR
               MOVE 2 TO SESSAO-PAPEL-IX
               MOVE "PROFESSOR" TO SESSAO-PAPEL-NOME
           ELSE
               MOVE 3 TO SESSAO-PAPEL-IX
               MOVE "DIRECAO" TO SESSAO-PAPEL-NOME.
           DISPLAY "BEM-VINDO(A), " SESSAO-NOME.

      *--------------------------------------------------
      * Lote sem menu (ver LOTE-TIPOS): carrega e valida
      * todos os passos do lote antes de correr o
      * primeiro, para um erro no ficheiro de controlo
      * nao deixar o lote a meio.  Depois corre-os por
      * ordem e para no primeiro que falhe.
      *--------------------------------------------------
       LOTE-PROCESS.
           MOVE ZERO TO LOTE-RC.
           MOVE "N" TO LOTE-PARAR.
           ACCEPT LOTE-DATA FROM DATE.
           ACCEPT LOTE-HORA FROM TIME.
           OPEN OUTPUT LOTELOG-FILE.
           MOVE SPACES TO LOTE-MSG.
           STRING "INICIO DO LOTE " DELIMITED BY SIZE
                  LOTE-JOB DELIMITED BY SPACE
             INTO LOTE-MSG.
           PERFORM LOTE-WRITE-LOG.
           IF LOTE-JOB = SPACES
               MOVE "FALTA O NOME DO LOTE NA LINHA DE COMANDO"
                   TO LOTE-MSG
               PERFORM LOTE-WRITE-LOG
               MOVE 12 TO LOTE-RC
           ELSE
               PERFORM LOTE-LOAD-CONTROLO.
           IF LOTE-RC = 0
               PERFORM LOTE-CHECK-OPERADOR.
           IF LOTE-RC = 0
               PERFORM LOTE-RUN-PASSO
                   VARYING LOTE-PASSO-IX FROM 1 BY 1
                   UNTIL LOTE-PASSO-IX > LOTE-PASSO-COUNT
                      OR LOTE-PARAR = "Y".
           MOVE LOTE-RC TO LOTE-RC-ED.
           MOVE SPACES TO LOTE-MSG.
           STRING "FIM DO LOTE " DELIMITED BY SIZE
                  LOTE-JOB DELIMITED BY SPACE
                  " - CODIGO DE RETORNO " DELIMITED BY SIZE
                  LOTE-RC-ED DELIMITED BY SIZE
             INTO LOTE-MSG.
           PERFORM LOTE-WRITE-LOG.
           CLOSE LOTELOG-FILE.
           PERFORM LOTE-GUARDAR-LOG.

      *    Cada linha do registo leva data e hora e sai
      *    tambem no ecra, para o agendador a apanhar.
       LOTE-WRITE-LOG.
           ACCEPT LOTE-LOG-DATA FROM DATE.
           ACCEPT LOTE-LOG-HORA FROM TIME.
           MOVE SPACES TO LOTE-LOG-LINE.
           STRING LOTE-LOG-DATA DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  LOTE-LOG-HORA DELIMITED BY SIZE
                  " "           DELIMITED BY SIZE
                  LOTE-MSG      DELIMITED BY SIZE
             INTO LOTE-LOG-LINE.
           WRITE LOTELOG-RECORD FROM LOTE-LOG-LINE.
           DISPLAY LOTE-LOG-LINE.

      *    O registo fica com o nome do lote e a data e hora
      *    de arranque, como os backups de notasindex.dat.
       LOTE-GUARDAR-LOG.
           MOVE SPACES TO LOTE-COMMAND.
           STRING "mv lote.log lote_" DELIMITED BY SIZE
                  LOTE-JOB DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  LOTE-DATA DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  LOTE-HORA DELIMITED BY SIZE
                  ".log" DELIMITED BY SIZE
             INTO LOTE-COMMAND.
           CALL "SYSTEM" USING LOTE-COMMAND.
           IF RETURN-CODE NOT = 0
               DISPLAY "NAO FOI POSSIVEL RENOMEAR lote.log".

       LOTE-LOAD-CONTROLO.
           MOVE ZERO TO LOTE-PASSO-COUNT.
           MOVE ZERO TO LOTE-CTL-LINHA.
           MOVE SPACES TO LOTE-LOGIN.
           OPEN INPUT LOTECTL-FILE.
           MOVE "N" TO LOTE-CTL-FIM.
           PERFORM LOTE-READ-CONTROLO.
           PERFORM LOTE-LOAD-ONE-LINHA
               UNTIL LOTE-CTL-FIM = "Y".
           CLOSE LOTECTL-FILE.
           IF LOTE-RC = 0 AND LOTE-PASSO-COUNT = 0
               MOVE SPACES TO LOTE-MSG
               STRING "NENHUM PASSO PARA O LOTE " DELIMITED BY SIZE
                      LOTE-JOB DELIMITED BY SPACE
                      " EM lotecontrolo.txt" DELIMITED BY SIZE
                 INTO LOTE-MSG
               PERFORM LOTE-WRITE-LOG
               MOVE 12 TO LOTE-RC.
           IF LOTE-RC = 0 AND LOTE-LOGIN = SPACES
               MOVE "FALTA A LINHA OPERADOR NO LOTE" TO LOTE-MSG
               PERFORM LOTE-WRITE-LOG
               MOVE 12 TO LOTE-RC.

       LOTE-READ-CONTROLO.
           READ LOTECTL-FILE
           AT END MOVE "Y" TO LOTE-CTL-FIM.

       LOTE-LOAD-ONE-LINHA.
           ADD 1 TO LOTE-CTL-LINHA.
           INSPECT LOTE-CTL-JOB
               CONVERTING LOTE-MINUSCULAS TO LOTE-MAIUSCULAS.
           INSPECT LOTE-CTL-PASSO
               CONVERTING LOTE-MINUSCULAS TO LOTE-MAIUSCULAS.
           IF LOTECTL-RECORD (1:1) NOT = "*"
              AND LOTE-CTL-JOB = LOTE-JOB
               PERFORM LOTE-LOAD-PASSO.
           PERFORM LOTE-READ-CONTROLO.

       LOTE-LOAD-PASSO.
           IF LOTE-CTL-PASSO = "OPERADOR"
               MOVE LOTE-CTL-LOGIN TO LOTE-LOGIN
           ELSE
               MOVE "N" TO LOTE-TIPO-FOUND
               PERFORM LOOK-FOR-LOTE-TIPO
                   VARYING LOTE-TIPO-IX FROM 1 BY 1
                   UNTIL LOTE-TIPO-FOUND = "Y"
                      OR LOTE-TIPO-IX > LOTE-TIPO-COUNT
               IF LOTE-TIPO-FOUND = "N"
                   MOVE "PASSO DESCONHECIDO" TO LOTE-CONTAGENS
                   PERFORM LOTE-ERRO-LINHA
               ELSE
                   SUBTRACT 1 FROM LOTE-TIPO-IX
                   PERFORM LOTE-VALIDATE-PASSO.

       LOOK-FOR-LOTE-TIPO.
           IF LOTE-TIPO-NOME (LOTE-TIPO-IX) = LOTE-CTL-PASSO
               MOVE "Y" TO LOTE-TIPO-FOUND.

       LOTE-VALIDATE-PASSO.
           IF LOTE-TIPO-PARM (LOTE-TIPO-IX) = "T"
              AND (LOTE-CTL-ANO NOT NUMERIC
                OR LOTE-CTL-PERIODO NOT NUMERIC)
               MOVE "ANO OU PERIODO INVALIDO" TO LOTE-CONTAGENS
               PERFORM LOTE-ERRO-LINHA
           ELSE
           IF LOTE-TIPO-PARM (LOTE-TIPO-IX) = "T"
              AND (LOTE-CTL-PERIODO < 1 OR LOTE-CTL-PERIODO > 4)
               MOVE "ANO OU PERIODO INVALIDO" TO LOTE-CONTAGENS
               PERFORM LOTE-ERRO-LINHA
           ELSE
           IF LOTE-TIPO-PARM (LOTE-TIPO-IX) = "C"
              AND LOTE-CTL-ANO-CORTE NOT NUMERIC
               MOVE "ANO DE CORTE INVALIDO" TO LOTE-CONTAGENS
               PERFORM LOTE-ERRO-LINHA
           ELSE
           IF LOTE-PASSO-COUNT >= LOTE-PASSO-MAX
               MOVE "DEMASIADOS PASSOS NO LOTE" TO LOTE-CONTAGENS
               PERFORM LOTE-ERRO-LINHA
           ELSE
               PERFORM LOTE-ADD-PASSO.

       LOTE-ADD-PASSO.
           ADD 1 TO LOTE-PASSO-COUNT.
           MOVE LOTE-CTL-PASSO TO LOTE-P-NOME (LOTE-PASSO-COUNT).
           MOVE LOTE-TIPO-OPCAO (LOTE-TIPO-IX) TO
               LOTE-P-OPCAO (LOTE-PASSO-COUNT).
           MOVE ZEROES TO LOTE-P-ANO (LOTE-PASSO-COUNT).
           MOVE ZEROES TO LOTE-P-PERIODO (LOTE-PASSO-COUNT).
           MOVE ZEROES TO LOTE-P-ANO-CORTE (LOTE-PASSO-COUNT).
           MOVE LOTE-CTL-TURMA TO LOTE-P-TURMA (LOTE-PASSO-COUNT).
           IF LOTE-TIPO-PARM (LOTE-TIPO-IX) = "T"
               MOVE LOTE-CTL-ANO TO LOTE-P-ANO (LOTE-PASSO-COUNT)
               MOVE LOTE-CTL-PERIODO TO
                   LOTE-P-PERIODO (LOTE-PASSO-COUNT).
           IF LOTE-TIPO-PARM (LOTE-TIPO-IX) = "C"
               MOVE LOTE-CTL-ANO-CORTE TO
                   LOTE-P-ANO-CORTE (LOTE-PASSO-COUNT).

       LOTE-ERRO-LINHA.
           MOVE SPACES TO LOTE-MSG.
           STRING "LINHA " DELIMITED BY SIZE
                  LOTE-CTL-LINHA DELIMITED BY SIZE
                  " DE lotecontrolo.txt: " DELIMITED BY SIZE
                  LOTE-CONTAGENS DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  LOTE-CTL-PASSO DELIMITED BY SIZE
             INTO LOTE-MSG.
           PERFORM LOTE-WRITE-LOG.
           MOVE 12 TO LOTE-RC.

      *--------------------------------------------------
      * O lote corre em nome de um operador ativo de
      * operadores.dat (sem PIN - nao ha ninguem ao
      * teclado), e cada passo tem de ser permitido ao
      * papel dele, tal como no menu.
      *--------------------------------------------------
       LOTE-CHECK-OPERADOR.
           OPEN I-O OPERADOR-FILE.
           MOVE LOTE-LOGIN TO OPER-LOGIN.
           PERFORM READ-OPERADOR-RECORD.
           CLOSE OPERADOR-FILE.
           IF OPER-FOUND = "N"
               MOVE SPACES TO LOTE-MSG
               STRING "OPERADOR " DELIMITED BY SIZE
                      LOTE-LOGIN DELIMITED BY SPACE
                      " NAO EXISTE" DELIMITED BY SIZE
                 INTO LOTE-MSG
               PERFORM LOTE-WRITE-LOG
               MOVE 12 TO LOTE-RC
           ELSE
           IF NOT OPER-ATIVO
               MOVE SPACES TO LOTE-MSG
               STRING "OPERADOR " DELIMITED BY SIZE
                      LOTE-LOGIN DELIMITED BY SPACE
                      " DESATIVADO" DELIMITED BY SIZE
                 INTO LOTE-MSG
               PERFORM LOTE-WRITE-LOG
               MOVE 12 TO LOTE-RC
           ELSE
               PERFORM START-SESSAO
               MOVE SPACES TO LOTE-MSG
               STRING "OPERADOR " DELIMITED BY SIZE
                      SESSAO-LOGIN DELIMITED BY SPACE
                      " (" DELIMITED BY SIZE
                      SESSAO-PAPEL-NOME DELIMITED BY SPACE
                      ")" DELIMITED BY SIZE
                 INTO LOTE-MSG
               PERFORM LOTE-WRITE-LOG
               PERFORM LOTE-CHECK-PERMISSAO
                   VARYING LOTE-PASSO-IX FROM 1 BY 1
                   UNTIL LOTE-PASSO-IX > LOTE-PASSO-COUNT.

       LOTE-CHECK-PERMISSAO.
           IF MENU-OPCAO-PAPEL (LOTE-P-OPCAO (LOTE-PASSO-IX)
                   SESSAO-PAPEL-IX) NOT = "Y"
               MOVE SPACES TO LOTE-MSG
               STRING "PASSO " DELIMITED BY SIZE
                      LOTE-P-NOME (LOTE-PASSO-IX) DELIMITED BY SPACE
                      " NAO PERMITIDO PARA O PAPEL " DELIMITED BY SIZE
                      SESSAO-PAPEL-NOME DELIMITED BY SPACE
                 INTO LOTE-MSG
               PERFORM LOTE-WRITE-LOG
               MOVE 12 TO LOTE-RC.

      *--------------------------------------------------
      * Um passo: abre o ficheiro de notas e recarrega o
      * catalogo como o DO-THE-PICK do menu, corre o
      * modo e regista inicio, fim, contagens e
      * resultado.  Um aviso sobe o codigo de retorno a
      * 4; uma falha sobe-o a 8 e para o lote.
      *--------------------------------------------------
       LOTE-RUN-PASSO.
           MOVE LOTE-PASSO-IX TO LOTE-PASSO-ED.
           MOVE SPACES TO LOTE-MSG.
           MOVE 1 TO LOTE-MSG-POINTER.
           STRING "PASSO " DELIMITED BY SIZE
                  LOTE-PASSO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LOTE-P-NOME (LOTE-PASSO-IX) DELIMITED BY SPACE
                  " INICIO" DELIMITED BY SIZE
             INTO LOTE-MSG
             WITH POINTER LOTE-MSG-POINTER.
           IF LOTE-P-ANO (LOTE-PASSO-IX) NOT = ZEROES
               STRING " - ANO LETIVO " DELIMITED BY SIZE
                      LOTE-P-ANO (LOTE-PASSO-IX) DELIMITED BY SIZE
                      " PERIODO " DELIMITED BY SIZE
                      LOTE-P-PERIODO (LOTE-PASSO-IX) DELIMITED BY SIZE
                 INTO LOTE-MSG
                 WITH POINTER LOTE-MSG-POINTER.
           IF LOTE-P-TURMA (LOTE-PASSO-IX) NOT = SPACES
               STRING " TURMA " DELIMITED BY SIZE
                      LOTE-P-TURMA (LOTE-PASSO-IX) DELIMITED BY SIZE
                 INTO LOTE-MSG
                 WITH POINTER LOTE-MSG-POINTER.
           IF LOTE-P-ANO-CORTE (LOTE-PASSO-IX) NOT = ZEROES
               STRING " - ANTERIORES A " DELIMITED BY SIZE
                      LOTE-P-ANO-CORTE (LOTE-PASSO-IX)
                          DELIMITED BY SIZE
                 INTO LOTE-MSG
                 WITH POINTER LOTE-MSG-POINTER.
           PERFORM LOTE-WRITE-LOG.
           MOVE "O" TO LOTE-RESULTADO.
           MOVE SPACES TO LOTE-CONTAGENS.
           MOVE 1 TO LOTE-CONT-POINTER.
           MOVE "N" TO FALTAS-EXCEDIDAS.
           PERFORM OPENING-PROCEDURE.
           IF NOTAS-OPEN-OK = "N"
               MOVE "F" TO LOTE-RESULTADO
               MOVE "FICHEIRO DE NOTAS INDISPONIVEL" TO LOTE-CONTAGENS
           ELSE
               PERFORM LOAD-DISCIPLINA-CATALOGO
               PERFORM LOTE-DISPATCH-PASSO
               PERFORM CLOSING-PROCEDURE.
           PERFORM LOTE-WRITE-PASSO-FIM.

       LOTE-WRITE-PASSO-FIM.
           MOVE SPACES TO LOTE-MSG.
           MOVE 1 TO LOTE-MSG-POINTER.
           STRING "PASSO " DELIMITED BY SIZE
                  LOTE-PASSO-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LOTE-P-NOME (LOTE-PASSO-IX) DELIMITED BY SPACE
                  " FIM - " DELIMITED BY SIZE
                  LOTE-CONTAGENS DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
             INTO LOTE-MSG
             WITH POINTER LOTE-MSG-POINTER.
           IF LOTE-PASSO-FALHOU
               STRING "FALHOU" DELIMITED BY SIZE
                 INTO LOTE-MSG
                 WITH POINTER LOTE-MSG-POINTER
               MOVE 8 TO LOTE-RC
               MOVE "Y" TO LOTE-PARAR
           ELSE
           IF LOTE-PASSO-AVISO
               STRING "AVISO" DELIMITED BY SIZE
                 INTO LOTE-MSG
                 WITH POINTER LOTE-MSG-POINTER
               IF LOTE-RC < 4
                   MOVE 4 TO LOTE-RC
               END-IF
           ELSE
               STRING "OK" DELIMITED BY SIZE
                 INTO LOTE-MSG
                 WITH POINTER LOTE-MSG-POINTER.
           PERFORM LOTE-WRITE-LOG.

      *    Acrescenta "ROTULO valor" as contagens do passo.
       LOTE-ADD-CONTAGEM.
           MOVE LOTE-CONT-VALOR TO LOTE-CONT-ED.
           STRING LOTE-CONT-ROTULO DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  LOTE-CONT-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
             INTO LOTE-CONTAGENS
             WITH POINTER LOTE-CONT-POINTER.

       LOTE-DISPATCH-PASSO.
           IF LOTE-P-NOME (LOTE-PASSO-IX) = "VERIFICA"
               PERFORM LOTE-VERIFICA
           ELSE
           IF LOTE-P-NOME (LOTE-PASSO-IX) = "BACKUP"
               PERFORM LOTE-BACKUP
           ELSE
           IF LOTE-P-NOME (LOTE-PASSO-IX) = "ESTATIST"
               PERFORM LOTE-ESTATIST
           ELSE
           IF LOTE-P-NOME (LOTE-PASSO-IX) = "PAUTA"
               PERFORM LOTE-PAUTA
           ELSE
           IF LOTE-P-NOME (LOTE-PASSO-IX) = "BOLETINS"
               PERFORM LOTE-BOLETINS
           ELSE
           IF LOTE-P-NOME (LOTE-PASSO-IX) = "CONVOC"
               PERFORM LOTE-CONVOC
           ELSE
           IF LOTE-P-NOME (LOTE-PASSO-IX) = "MINIST"
               PERFORM LOTE-MINIST
           ELSE
           IF LOTE-P-NOME (LOTE-PASSO-IX) = "ARQUIVO"
               PERFORM LOTE-ARQUIVO.

      *    Registos com erro param o lote: nao se emitem
      *    pautas nem boletins de um ficheiro estragado.
       LOTE-VERIFICA.
           PERFORM VERIF17-MODE.
           MOVE "REGISTOS" TO LOTE-CONT-ROTULO.
           MOVE VERIF-RECORDS TO LOTE-CONT-VALOR.
           PERFORM LOTE-ADD-CONTAGEM.
           MOVE "COM ERRO" TO LOTE-CONT-ROTULO.
           MOVE VERIF-BAD-RECORDS TO LOTE-CONT-VALOR.
           PERFORM LOTE-ADD-CONTAGEM.
           IF VERIF-BAD-RECORDS > 0
               MOVE "F" TO LOTE-RESULTADO.

       LOTE-BACKUP.
           PERFORM CLOSING-PROCEDURE.
           PERFORM BACKUP-NOTAS-FILE.
           PERFORM OPENING-PROCEDURE.
           STRING "COPIA " DELIMITED BY SIZE
                  BACKUP-FILENAME DELIMITED BY SPACE
             INTO LOTE-CONTAGENS
             WITH POINTER LOTE-CONT-POINTER.
           IF BACKUP-OK = "N"
               MOVE "F" TO LOTE-RESULTADO.

       LOTE-ESTATIST.
           MOVE LOTE-P-ANO (LOTE-PASSO-IX) TO STAT-ANO-LETIVO.
           MOVE LOTE-P-PERIODO (LOTE-PASSO-IX) TO STAT-PERIODO.
           PERFORM STAT15-RUN.
           MOVE "DISCIPLINAS" TO LOTE-CONT-ROTULO.
           MOVE STAT-COUNT TO LOTE-CONT-VALOR.
           PERFORM LOTE-ADD-CONTAGEM.
           MOVE "NAO ATIVOS" TO LOTE-CONT-ROTULO.
           MOVE STAT-NAO-ATIVOS TO LOTE-CONT-VALOR.
           PERFORM LOTE-ADD-CONTAGEM.
           IF STAT-COUNT = 0
               MOVE "A" TO LOTE-RESULTADO.

      *--------------------------------------------------
      * Pauta de uma turma, ou - com a turma em branco -
      * de todas as turmas de turmaindex.dat, uma a
      * seguir a outra no mesmo pautaturma.txt.
      *--------------------------------------------------
       LOTE-PAUTA.
           MOVE LOTE-P-ANO (LOTE-PASSO-IX) TO PTURMA-ANO.
           MOVE LOTE-P-PERIODO (LOTE-PASSO-IX) TO PTURMA-PERIODO.
           MOVE ZEROES TO LOTE-PAUTAS.
           MOVE ZEROES TO LOTE-ALUNOS.
           IF LOTE-P-TURMA (LOTE-PASSO-IX) NOT = SPACES
               MOVE LOTE-P-TURMA (LOTE-PASSO-IX) TO PTURMA-CODE
               PERFORM PTURMA26-RUN
               MOVE 1 TO LOTE-PAUTAS
               MOVE PTURMA-ALUNOS TO LOTE-ALUNOS
           ELSE
               PERFORM LOTE-PAUTAS-TODAS.
           IF ALUNOTURMA-OPEN-OK = "N"
               MOVE "F" TO LOTE-RESULTADO
               MOVE "alunoturma.dat POR CONVERTER" TO LOTE-CONTAGENS
           ELSE
               PERFORM LOTE-PAUTA-CONTAGENS.

       LOTE-PAUTA-CONTAGENS.
           MOVE "PAUTAS" TO LOTE-CONT-ROTULO.
           MOVE LOTE-PAUTAS TO LOTE-CONT-VALOR.
           PERFORM LOTE-ADD-CONTAGEM.
           MOVE "ALUNOS" TO LOTE-CONT-ROTULO.
           MOVE LOTE-ALUNOS TO LOTE-CONT-VALOR.
           PERFORM LOTE-ADD-CONTAGEM.
           IF LOTE-ALUNOS = 0
               MOVE "A" TO LOTE-RESULTADO.

       LOTE-PAUTAS-TODAS.
           PERFORM ALUNOTURMA-OPENING.
           IF ALUNOTURMA-OPEN-OK = "Y"
               PERFORM LOTE-PAUTAS-TODAS-RUN.

       LOTE-PAUTAS-TODAS-RUN.
           OPEN I-O TURMA-FILE.
           OPEN I-O FALTAS-FILE.
           OPEN I-O SERVDOC-FILE.
           OPEN I-O PROFESSOR-FILE.
           OPEN OUTPUT PAUTATURMA-FILE.
           MOVE SPACES TO TURMA-CODE.
           START TURMA-FILE KEY IS >= TURMA-CODE
               INVALID KEY
                   MOVE "Y" TO LOTE-TURMA-FIM
               NOT INVALID KEY
                   MOVE "N" TO LOTE-TURMA-FIM.
           IF LOTE-TURMA-FIM = "N"
               PERFORM LOTE-READ-NEXT-TURMA
               PERFORM LOTE-PAUTA-UMA-TURMA
                   UNTIL LOTE-TURMA-FIM = "Y".
           CLOSE PAUTATURMA-FILE.
           CLOSE FALTAS-FILE.
           CLOSE ALUNOTURMA-FILE.
           CLOSE SERVDOC-FILE.
           CLOSE PROFESSOR-FILE.
           CLOSE TURMA-FILE.
           DISPLAY "PAUTAS DE TURMA GRAVADAS EM pautaturma.txt".
           MOVE "pautaturma.txt" TO RELAT-ORIGEM.
           MOVE 26 TO RELAT-MODO.
           MOVE PTURMA-ANO TO RELAT-ANO.
           MOVE PTURMA-PERIODO TO RELAT-PERIODO.
           MOVE SPACES TO RELAT-TURMA.
           PERFORM ARQUIVAR-RELATORIO.

       LOTE-READ-NEXT-TURMA.
           READ TURMA-FILE NEXT RECORD
           AT END MOVE "Y" TO LOTE-TURMA-FIM.

       LOTE-PAUTA-UMA-TURMA.
           IF LOTE-PAUTAS > 0
               WRITE PAUTATURMA-RECORD FROM BOLETIM-FORM-FEED.
           MOVE TURMA-CODE TO PTURMA-CODE.
           PERFORM WRITE-PTURMA-TURMA.
           ADD 1 TO LOTE-PAUTAS.
           ADD PTURMA-ALUNOS TO LOTE-ALUNOS.
           PERFORM LOTE-READ-NEXT-TURMA.

      *--------------------------------------------------
      * Boletins de todos os alunos ativos do termo (ou
      * so os da turma do passo) num so boletim.txt, uma
      * pagina por aluno como no modo 9.
      *--------------------------------------------------
       LOTE-BOLETINS.
           MOVE ZEROES TO LOTE-ALUNOS.
           MOVE ZEROES TO LOTE-NAO-ATIVOS.
           PERFORM ALUNOTURMA-OPENING.
           IF ALUNOTURMA-OPEN-OK = "N"
               MOVE "F" TO LOTE-RESULTADO
               MOVE "alunoturma.dat POR CONVERTER" TO LOTE-CONTAGENS
           ELSE
               PERFORM LOTE-BOLETINS-RUN.

       LOTE-BOLETINS-RUN.
           MOVE LOTE-P-TURMA (LOTE-PASSO-IX) TO FILTRO-TURMA.
           OPEN OUTPUT BOLETIM-FILE.
           OPEN I-O FALTAS-FILE.
           OPEN I-O ENCARR-FILE.
           OPEN I-O SERVDOC-FILE.
           OPEN I-O PROFESSOR-FILE.
           MOVE "N" TO FILE-AT-END.
           PERFORM READ-NEXT-RECORD.
           PERFORM LOTE-BOLETIM-RECORDS
               UNTIL FILE-AT-END = "Y".
           CLOSE BOLETIM-FILE.
           CLOSE ALUNOTURMA-FILE.
           CLOSE FALTAS-FILE.
           CLOSE ENCARR-FILE.
           CLOSE SERVDOC-FILE.
           CLOSE PROFESSOR-FILE.
           DISPLAY "BOLETINS GRAVADOS EM boletim.txt".
           MOVE "boletim.txt" TO RELAT-ORIGEM.
           MOVE 9 TO RELAT-MODO.
           MOVE LOTE-P-ANO (LOTE-PASSO-IX) TO RELAT-ANO.
           MOVE LOTE-P-PERIODO (LOTE-PASSO-IX) TO RELAT-PERIODO.
           MOVE LOTE-P-TURMA (LOTE-PASSO-IX) TO RELAT-TURMA.
           PERFORM ARQUIVAR-RELATORIO.
           MOVE "BOLETINS" TO LOTE-CONT-ROTULO.
           MOVE LOTE-ALUNOS TO LOTE-CONT-VALOR.
           PERFORM LOTE-ADD-CONTAGEM.
           MOVE "NAO ATIVOS" TO LOTE-CONT-ROTULO.
           MOVE LOTE-NAO-ATIVOS TO LOTE-CONT-VALOR.
           PERFORM LOTE-ADD-CONTAGEM.
           IF LOTE-ALUNOS = 0
               MOVE "A" TO LOTE-RESULTADO.

       LOTE-BOLETIM-RECORDS.
           IF ANO-LETIVO = LOTE-P-ANO (LOTE-PASSO-IX)
              AND PERIODO = LOTE-P-PERIODO (LOTE-PASSO-IX)
               PERFORM CHECK-TURMA-FILTER
               IF TURMA-FILTER-OK = "Y"
                   PERFORM LOTE-BOLETIM-ALUNO.
           PERFORM READ-NEXT-RECORD.

       LOTE-BOLETIM-ALUNO.
           IF NOT ALUNO-ATIVO
               ADD 1 TO LOTE-NAO-ATIVOS
           ELSE
               PERFORM WRITE-BOLETIM-PAGE
               ADD 1 TO LOTE-ALUNOS.

       LOTE-CONVOC.
           MOVE LOTE-P-ANO (LOTE-PASSO-IX) TO CONV-ANO.
           MOVE LOTE-P-PERIODO (LOTE-PASSO-IX) TO CONV-PERIODO.
           OPEN I-O ENCARR-FILE.
           PERFORM CONVOCATORIAS-RUN.
           CLOSE ENCARR-FILE.
           MOVE "CARTAS" TO LOTE-CONT-ROTULO.
           MOVE CONV-CARTAS TO LOTE-CONT-VALOR.
           PERFORM LOTE-ADD-CONTAGEM.
           MOVE "SEM ENCARREGADO" TO LOTE-CONT-ROTULO.
           MOVE CONV-SEM-ENCARR TO LOTE-CONT-VALOR.
           PERFORM LOTE-ADD-CONTAGEM.
           IF CONV-SEM-ENCARR > 0
               MOVE "A" TO LOTE-RESULTADO.

       LOTE-MINIST.
           MOVE LOTE-P-ANO (LOTE-PASSO-IX) TO MINIS-ANO-LETIVO.
           MOVE LOTE-P-PERIODO (LOTE-PASSO-IX) TO MINIS-PERIODO.
           PERFORM MINIS22-RUN.
           MOVE "EXTRAIDOS" TO LOTE-CONT-ROTULO.
           MOVE MINIS-EXTRAIDOS TO LOTE-CONT-VALOR.
           PERFORM LOTE-ADD-CONTAGEM.
           MOVE "IGNORADOS" TO LOTE-CONT-ROTULO.
           MOVE MINIS-IGNORADOS TO LOTE-CONT-VALOR.
           PERFORM LOTE-ADD-CONTAGEM.
           MOVE "NAO ATIVOS" TO LOTE-CONT-ROTULO.
           MOVE MINIS-NAO-ATIVOS TO LOTE-CONT-VALOR.
           PERFORM LOTE-ADD-CONTAGEM.
           IF MINIS-EXTRAIDOS = 0 OR MINIS-IGNORADOS > 0
               MOVE "A" TO LOTE-RESULTADO.

      *--------------------------------------------------
      * Arquivo de fim de ano sem perguntas: precisa do
      * ficheiro de notas em exclusivo e de um backup
      * bem feito antes de mover o que for anterior ao
      * ano de corte - sem backup o passo falha.
      *--------------------------------------------------
       LOTE-ARQUIVO.
           MOVE LOTE-P-ANO-CORTE (LOTE-PASSO-IX) TO ARQ-ANO-CORTE.
           PERFORM TEST-EXCLUSIVE-ACCESS.
           IF EXCLUSIVE-OK = "N"
               MOVE "F" TO LOTE-RESULTADO
               MOVE "FICHEIRO DE NOTAS EM USO" TO LOTE-CONTAGENS
           ELSE
               PERFORM BACKUP-NOTAS-FILE
               PERFORM LOTE-ARQUIVO-AFTER-BACKUP.

       LOTE-ARQUIVO-AFTER-BACKUP.
           IF BACKUP-OK = "N"
               MOVE "F" TO LOTE-RESULTADO
               MOVE "BACKUP FALHOU" TO LOTE-CONTAGENS
           ELSE
               PERFORM RUN-ARQUIVO
               MOVE "CANDIDATOS" TO LOTE-CONT-ROTULO
               MOVE ARQ-COUNT TO LOTE-CONT-VALOR
               PERFORM LOTE-ADD-CONTAGEM
               MOVE "ARQUIVADAS" TO LOTE-CONT-ROTULO
               MOVE ARQ-MOVIDAS TO LOTE-CONT-VALOR
               PERFORM LOTE-ADD-CONTAGEM
               MOVE "ERROS" TO LOTE-CONT-ROTULO
               MOVE ARQ-ERROS TO LOTE-CONT-VALOR
               PERFORM LOTE-ADD-CONTAGEM
               MOVE "FALTAS" TO LOTE-CONT-ROTULO
               MOVE ARQ-FALTAS-MOVIDAS TO LOTE-CONT-VALOR
               PERFORM LOTE-ADD-CONTAGEM
               PERFORM LOTE-CHECK-ARQUIVO.

       LOTE-CHECK-ARQUIVO.
           IF ARQ-MOVIDAS + ARQ-ERROS NOT = ARQ-COUNT
               MOVE "F" TO LOTE-RESULTADO
           ELSE
           IF ARQ-ERROS > 0 OR ARQ-TABELA-CHEIA = "Y"
               MOVE "A" TO LOTE-RESULTADO.

      *--------------------------------
      * MENU
      *--------------------------------
           PERFORM DISPLAY-THE-MENU.
           PERFORM GET-THE-PICK.
           PERFORM MENU-RETRY
           UNTIL MENU-PICK-IS-VALID AND MENU-PICK-PERMITIDO = "Y".

      *    So aparecem as opcoes que o papel do operador
      *    pode correr (ver MENU-OPCOES).
       DISPLAY-THE-MENU.
           PERFORM CLEAR-SCREEN.
           DISPLAY " PLEASE SELECT:   (" SESSAO-LOGIN " - "
               SESSAO-PAPEL-NOME ")".
           DISPLAY " ".
           PERFORM DISPLAY-ONE-MENU-OPCAO
               VARYING MENU-IX FROM 1 BY 1
               UNTIL MENU-IX > MENU-LAST-OPTION.
           DISPLAY " ".
           DISPLAY " 0. EXIT".
           PERFORM SCROLL-LINE 2 TIMES.

       DISPLAY-ONE-MENU-OPCAO.
           IF MENU-OPCAO-PAPEL (MENU-IX SESSAO-PAPEL-IX) = "Y"
               DISPLAY MENU-OPCAO-TEXTO (MENU-IX).

       GET-THE-PICK.
           DISPLAY "YOUR CHOICE (0-42)?".
           ACCEPT MENU-PICK.
           PERFORM CHECK-MENU-PERMISSAO.

       CHECK-MENU-PERMISSAO.
           MOVE "N" TO MENU-PICK-PERMITIDO.
           IF MENU-PICK = 0
               MOVE "Y" TO MENU-PICK-PERMITIDO
           ELSE
           IF MENU-PICK-IS-VALID
               IF MENU-OPCAO-PAPEL (MENU-PICK SESSAO-PAPEL-IX) = "Y"
                   MOVE "Y" TO MENU-PICK-PERMITIDO.

       MENU-RETRY.
           IF MENU-PICK-IS-VALID
               DISPLAY "OPCAO NAO PERMITIDA PARA O PAPEL "
                   SESSAO-PAPEL-NOME
           ELSE
               DISPLAY "INVALID SELECTION - PLEASE RETRY.".
           PERFORM GET-THE-PICK.
           CLEAR-SCREEN.
           PERFORM SCROLL-LINE 25 TIMES.
           PERFORM GET-MENU-PICK.


      *    O modo 37 converte um notasindex.dat que o desenho
      *    corrente nao consegue abrir: abre o ficheiro ele
      *    proprio.
       DO-THE-PICK.
           MOVE "N" TO FALTAS-EXCEDIDAS.
           IF MENU-PICK = 37
               PERFORM RUN-THE-PICK
           ELSE
               PERFORM OPENING-PROCEDURE
               IF NOTAS-OPEN-OK = "Y"
                   PERFORM RUN-THE-PICK.

       RUN-THE-PICK.
           PERFORM LOAD-DISCIPLINA-CATALOGO.
               PERFORM DISCAT30-MODE
           ELSE
           IF MENU-PICK = 31
               PERFORM MIGRA31-MODE
           ELSE
           IF MENU-PICK = 32
               PERFORM OPER32-MODE
           ELSE
           IF MENU-PICK = 33
               PERFORM PROF33-MODE
           ELSE
           IF MENU-PICK = 34
               PERFORM HISTOR34-MODE
           ELSE
           IF MENU-PICK = 35
               PERFORM RISCO35-MODE
           ELSE
           IF MENU-PICK = 36
               PERFORM DUPL36-MODE
           ELSE
           IF MENU-PICK = 37
               PERFORM ALARG37-MODE
           ELSE
           IF MENU-PICK = 38
               PERFORM COMPL38-MODE
           ELSE
           IF MENU-PICK = 39
               PERFORM LANCA39-MODE
           ELSE
           IF MENU-PICK = 40
               PERFORM PROMO40-MODE
           ELSE
           IF MENU-PICK = 41
               PERFORM TURMANO41-MODE
           ELSE
           IF MENU-PICK = 42
               PERFORM RELAT42-MODE.
           PERFORM CLOSING-PROCEDURE.


       LIST5-MODE.
           MOVE "LISTING" TO THE-MODE.
           PERFORM ASK-FILTRO-TURMA.
           PERFORM ALUNOTURMA-OPENING.
           IF ALUNOTURMA-OPEN-OK = "Y"
               PERFORM LIST5-RUN.

       LIST5-RUN.

           MOVE ZEROES TO LINE-COUNT PAGE-NUMBER.
           MOVE "N" TO FILE-AT-END.

       APPEND-DISCIPLINA-TO-LINE.
           MOVE DISCIPLINA-NOTA (DISCIPLINA-IDX) TO DETAIL-NOTA-ED.
           STRING DISCIPLINA-CODIGO (DISCIPLINA-IDX) DELIMITED BY "  "
                  "="              DELIMITED BY SIZE
                  DETAIL-NOTA-ED   DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
      *------------------------------------------------
       BOLETIM9-MODE.
           MOVE "DISPLAY" TO THE-MODE.
           PERFORM ALUNOTURMA-OPENING.
           IF ALUNOTURMA-OPEN-OK = "Y"
               PERFORM BOLETIM9-RUN.

       BOLETIM9-RUN.
           OPEN OUTPUT BOLETIM-FILE.
           OPEN I-O FALTAS-FILE.
           OPEN I-O ENCARR-FILE.
           OPEN I-O SERVDOC-FILE.
           OPEN I-O PROFESSOR-FILE.
           MOVE ZEROES TO RELAT-ANO.
           MOVE ZERO TO RELAT-PERIODO.
           MOVE ZEROES TO BOLETIM-EMITIDOS.
           PERFORM GET-NOTAS-RECORD.
           PERFORM PRINT-BOLETIM-RECORDS
               UNTIL ALUNO-NUMBER = ZEROES.
           CLOSE ALUNOTURMA-FILE.
           CLOSE FALTAS-FILE.
           CLOSE ENCARR-FILE.
           CLOSE SERVDOC-FILE.
           CLOSE PROFESSOR-FILE.
           IF BOLETIM-EMITIDOS > 0
               DISPLAY "BOLETIM GRAVADO EM boletim.txt"
               MOVE "boletim.txt" TO RELAT-ORIGEM
               MOVE 9 TO RELAT-MODO
               MOVE SPACES TO RELAT-TURMA
               PERFORM ARQUIVAR-RELATORIO.

      *    O catalogo do arquivo fica com o termo do ultimo
      *    boletim emitido na sessao.
       PRINT-BOLETIM-RECORDS.
           MOVE ANO-LETIVO TO RELAT-ANO.
           MOVE PERIODO TO RELAT-PERIODO.
           PERFORM WRITE-BOLETIM-PAGE.
           ADD 1 TO BOLETIM-EMITIDOS.
           PERFORM GET-NOTAS-RECORD.

       WRITE-BOLETIM-PAGE.
           STRING "NOTA " DELIMITED BY SIZE
                  DISCIPLINA-CODIGO (DISCIPLINA-IDX) DELIMITED BY SPACE
                  ": " DELIMITED BY SIZE
             INTO BOLETIM-LINE
             WITH POINTER BOLETIM-POINTER.
           IF DISCIPLINA-POR-LANCAR (DISCIPLINA-IDX)
               STRING "POR LANCAR" DELIMITED BY SIZE
                 INTO BOLETIM-LINE
                 WITH POINTER BOLETIM-POINTER
           ELSE
               STRING BOLETIM-NOTA-ED DELIMITED BY SIZE
                 INTO BOLETIM-LINE
                 WITH POINTER BOLETIM-POINTER.
           STRING "  (PESO " DELIMITED BY SIZE
                  BOLETIM-PESO-ED DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO BOLETIM-LINE
               STRING "  REPROVADO POR FALTAS" DELIMITED BY SIZE
                 INTO BOLETIM-LINE
                 WITH POINTER BOLETIM-POINTER.
           MOVE ANO-LETIVO TO SERV-ANO.
           MOVE ALUNO-TURMA-ATUAL TO SERV-TURMA.
           MOVE DISCIPLINA-CODIGO (DISCIPLINA-IDX) TO SERV-DISCIPLINA.
           PERFORM FIND-DOCENTE.
           IF DOCENTE-NOME NOT = SPACES
               STRING "  PROF. " DELIMITED BY SIZE
                      DOCENTE-NOME DELIMITED BY SIZE
                 INTO BOLETIM-LINE
                 WITH POINTER BOLETIM-POINTER.
           WRITE BOLETIM-RECORD FROM BOLETIM-LINE.

       WRITE-BOLETIM-BLANK-LINE.
           WRITE CSV-RECORD FROM CSV-LINE.

       APPEND-CSV-DISCIPLINA.
           IF DISCIPLINA-POR-LANCAR (DISCIPLINA-IDX)
               STRING DISCIPLINA-CODIGO (DISCIPLINA-IDX)
                          DELIMITED BY "  "
                      "=PL,"           DELIMITED BY SIZE
                 INTO CSV-LINE
                 WITH POINTER CSV-POINTER
           ELSE
               MOVE DISCIPLINA-NOTA (DISCIPLINA-IDX) TO CSV-NOTA-ED
               STRING DISCIPLINA-CODIGO (DISCIPLINA-IDX)
                          DELIMITED BY "  "
                      "="              DELIMITED BY SIZE
                      CSV-NOTA-ED      DELIMITED BY SIZE
                      ","              DELIMITED BY SIZE
                 INTO CSV-LINE
                 WITH POINTER CSV-POINTER.

       READ-NEXT-RECORD.
           READ NOTAS-FILE NEXT RECORD

       ZERO-ONE-DISCIPLINA-NOTA.
           MOVE ZERO TO DISCIPLINA-NOTA (DISCIPLINA-IDX).
           MOVE "P" TO DISCIPLINA-ESTADO (DISCIPLINA-IDX).

      *------------------------------------------------
      * Quadro de honra: rank every Aluno by MEDIA,
           PERFORM REVALIDATE-RANK-PERIODO
               UNTIL RANK-PERIODO-VALIDO.
           PERFORM ASK-FILTRO-TURMA.
           PERFORM ALUNOTURMA-OPENING.
           IF ALUNOTURMA-OPEN-OK = "Y"
               PERFORM RANK12-RUN.

       RANK12-RUN.
           MOVE 0 TO RANKING-COUNT.
           MOVE ZEROES TO RANK-NAO-ATIVOS.
           MOVE ZEROES TO RANK-SEM-NOTAS.
           MOVE ZEROES TO RANK-PARCIAIS.
           MOVE "N" TO FILE-AT-END.
           PERFORM READ-NEXT-RECORD.
           PERFORM LOAD-RANKING-RECORDS
                       PERFORM ADD-RANKING-ENTRY.
           PERFORM READ-NEXT-RECORD.

      *    A MEDIA so conta as notas lancadas; quem ainda nao
      *    tem nenhuma fica fora do quadro e quem tem parte
      *    delas por lancar sai marcado.
       ADD-RANKING-ENTRY.
           PERFORM CALCULO-MEDIA.
           IF NOTAS-POR-LANCAR NOT < NUM-DISCIPLINAS
               ADD 1 TO RANK-SEM-NOTAS
           ELSE
               PERFORM ADD-RANKING-LINHA.

       ADD-RANKING-LINHA.
           ADD 1 TO RANKING-COUNT.
           MOVE ALUNO-NUMBER TO RANKING-NUMBER (RANKING-COUNT).
           MOVE NOMEALUNO TO RANKING-NOME (RANKING-COUNT).
           MOVE MEDIA TO RANKING-MEDIA (RANKING-COUNT).
           MOVE SPACE TO RANKING-PARCIAL (RANKING-COUNT).
           IF NOTAS-POR-LANCAR > 0
               MOVE "*" TO RANKING-PARCIAL (RANKING-COUNT)
               ADD 1 TO RANK-PARCIAIS.

       SORT-RANKING-TABLE.
           PERFORM SORT-RANKING-OUTER-PASS
           MOVE RANK-NAO-ATIVOS TO RANKING-POSITION-ED.
           DISPLAY "ALUNOS NAO ATIVOS IGNORADOS: "
               RANKING-POSITION-ED.
           MOVE RANK-SEM-NOTAS TO RANKING-POSITION-ED.
           DISPLAY "ALUNOS SEM NOTAS LANCADAS:   "
               RANKING-POSITION-ED.
           IF RANK-PARCIAIS > 0
               MOVE RANK-PARCIAIS TO RANKING-POSITION-ED
               DISPLAY "* = MEDIA COM NOTAS POR LANCAR ("
                   RANKING-POSITION-ED " ALUNOS)".

       DISPLAY-ONE-RANKING-ENTRY.
           MOVE RANKING-IX TO RANKING-POSITION-ED.
           MOVE RANKING-MEDIA (RANKING-IX) TO BOLETIM-MEDIA-ED.
           DISPLAY RANKING-POSITION-ED ". " RANKING-NOME (RANKING-IX)
               " - " BOLETIM-MEDIA-ED " " RANKING-PARCIAL (RANKING-IX).

      *------------------------------------------------
      * Resultados finais do ano: gather the PERIODO
                   PERFORM ACCUMULATE-FINAL-RECORD.
           PERFORM READ-NEXT-RECORD.

      *    Um PERIODO com notas por lancar fica marcado com
      *    P e o aluno sai INCOMPLETO, como se faltasse o
      *    termo.
       ACCUMULATE-FINAL-RECORD.
           PERFORM FIND-FINAL-ENTRY.
           PERFORM COUNT-NOTAS-POR-LANCAR.
           IF NOTAS-POR-LANCAR > 0
               MOVE "P" TO FINAL-PERIODO-FLAG (FINAL-IX PERIODO)
           ELSE
               MOVE "Y" TO FINAL-PERIODO-FLAG (FINAL-IX PERIODO).
           PERFORM ACCUMULATE-FINAL-DISCIPLINA
               VARYING DISCIPLINA-IDX FROM 1 BY 1
               UNTIL DISCIPLINA-IDX > NUM-DISCIPLINAS.
                   FINAL-DISC-CODIGO (FINAL-IX FINAL-DISC-IX)
               MOVE ZERO TO FINAL-DISC-SUM (FINAL-IX FINAL-DISC-IX)
               MOVE ZERO TO FINAL-DISC-CONT (FINAL-IX FINAL-DISC-IX).
           IF NOT DISCIPLINA-POR-LANCAR (DISCIPLINA-IDX)
               ADD DISCIPLINA-NOTA (DISCIPLINA-IDX) TO
                   FINAL-DISC-SUM (FINAL-IX FINAL-DISC-IX)
               ADD 1 TO FINAL-DISC-CONT (FINAL-IX FINAL-DISC-IX).

       LOOK-FOR-FINAL-DISCIPLINA.
           IF FINAL-DISC-CODIGO (FINAL-IX FINAL-DISC-IX) =
           CLOSE EXAMES-FILE.
           DISPLAY "RESULTADOS FINAIS GRAVADOS EM notasfinais.dat".
           DISPLAY "RESUMO IMPRESSO EM finais.txt".
           MOVE "finais.txt" TO RELAT-ORIGEM.
           MOVE 13 TO RELAT-MODO.
           MOVE FINAL-ANO-LETIVO TO RELAT-ANO.
           MOVE ZERO TO RELAT-PERIODO.
           MOVE SPACES TO RELAT-TURMA.
           PERFORM ARQUIVAR-RELATORIO.

       WRITE-FINAL-REL-HEADER.
           MOVE SPACES TO FINAL-LINE.

       COMPUTE-FINAL-RESULT.
           MOVE "N" TO FINAL-TERMOS-EM-FALTA.
           MOVE "N" TO FINAL-TEM-POR-LANCAR.
           MOVE "N" TO FINAL-TEM-RECURSO.
           PERFORM CHECK-FINAL-PERIODO-FLAG
               VARYING FINAL-PERIODO-IX FROM 1 BY 1
       CHECK-FINAL-PERIODO-FLAG.
           IF FINAL-PERIODO-FLAG (FINAL-IX FINAL-PERIODO-IX) NOT = "Y"
               MOVE "Y" TO FINAL-TERMOS-EM-FALTA.
           IF FINAL-PERIODO-FLAG (FINAL-IX FINAL-PERIODO-IX) = "P"
               MOVE "Y" TO FINAL-TEM-POR-LANCAR.

      *--------------------------------------------------
      * A media anual da disciplina so e substituida pela
      * em CALCULO-MEDIA.
      *--------------------------------------------------
       SUM-FINAL-DISC-NOTA.
           IF FINAL-DISC-CONT (FINAL-IX FINAL-DISC-IX) = ZERO
               MOVE ZERO TO FINAL-DISC-NOTA
           ELSE
               COMPUTE FINAL-DISC-NOTA ROUNDED =
                   FINAL-DISC-SUM (FINAL-IX FINAL-DISC-IX) /
                   FINAL-DISC-CONT (FINAL-IX FINAL-DISC-IX).
           MOVE "N" TO FINAL-DISC-RECURSO (FINAL-IX FINAL-DISC-IX).
           IF FINAL-DISC-NOTA < 10
               PERFORM CHECK-EXAME-RECURSO.
                  FINAL-RESULTADO         DELIMITED BY SIZE
             INTO FINAL-LINE
             WITH POINTER FINAL-POINTER.
           IF FINAL-TEM-POR-LANCAR = "Y"
               STRING " (NOTAS POR LANCAR)" DELIMITED BY SIZE
                 INTO FINAL-LINE
                 WITH POINTER FINAL-POINTER
           ELSE
           IF FINAL-TERMOS-EM-FALTA = "Y"
               STRING " (FALTAM PERIODOS)" DELIMITED BY SIZE
                 INTO FINAL-LINE
      *------------------------------------------------
      * Carregar notas em lote a partir das pautas dos
      * professores (notasload.txt: numero, ano letivo,
      * periodo, disciplina, nota e professor por
      * linha).  Linhas cuja chave nao existe, cuja
      * disciplina nao esta no registo, cuja nota esta
      * em branco ou falha o intervalo 0.00-20.00, ou
      * cujo professor nao tem o servico docente da
      * turma do aluno nessa disciplina vao para
      * notasrejeitadas.txt com o
      * motivo.  As alteracoes aplicadas passam pelo
      * REWRITE normal e ficam no notasaudit.log.
      *------------------------------------------------
       LOAD14-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM ALUNOTURMA-OPENING.
           IF ALUNOTURMA-OPEN-OK = "Y"
               PERFORM LOAD14-RUN.

       LOAD14-RUN.
           MOVE ZEROES TO LOAD-APPLIED-COUNT.
           MOVE ZEROES TO LOAD-REJECT-COUNT.
           MOVE ZEROES TO CHK-LINHA-ATUAL.
               OPEN EXTEND LOAD-REJECTS-FILE
           ELSE
               OPEN OUTPUT LOAD-REJECTS-FILE.
           OPEN I-O SERVDOC-FILE.
           MOVE "A" TO CHK-STATUS.
           MOVE "N" TO FILE-AT-END.
           PERFORM READ-NOTASLOAD-RECORD.
               UNTIL FILE-AT-END = "Y".
           CLOSE NOTASLOAD-FILE.
           CLOSE LOAD-REJECTS-FILE.
           CLOSE ALUNOTURMA-FILE.
           CLOSE SERVDOC-FILE.
           MOVE "C" TO CHK-STATUS.
           PERFORM WRITE-LOAD-CHECKPOINT.
           IF CHK-RESTART = "Y"

       APPLY-ONE-LOAD-LINE.
           MOVE SPACES TO LOAD-REJECT-REASON.
           IF LOAD-NOTA NOT NUMERIC
               MOVE "NOTA EM BRANCO OU NAO NUMERICA"
                   TO LOAD-REJECT-REASON
           ELSE
           IF NOT LOAD-NOTA-VALIDA
               MOVE "NOTA FORA DE 0.00 A 20.00" TO LOAD-REJECT-REASON
           ELSE
               PERFORM FIND-LOAD-TARGET.
           IF LOAD-REJECT-REASON = SPACES
               PERFORM CHECK-LOAD-SERVICO.
           IF LOAD-REJECT-REASON = SPACES
               PERFORM APPLY-LOAD-NOTA
           ELSE
                   LOAD-DISCIPLINA-CODIGO
               MOVE "Y" TO LOAD-DISC-FOUND.

      *--------------------------------------------------
      * So o professor com o servico docente da turma do
      * aluno naquela disciplina e ANO-LETIVO pode
      * mandar a nota.
      *--------------------------------------------------
       CHECK-LOAD-SERVICO.
           PERFORM GET-ALUNO-TURMA.
           IF LOAD-PROF-CODIGO = SPACES
               MOVE "PROFESSOR NAO INDICADO NA LINHA"
                   TO LOAD-REJECT-REASON
           ELSE
           IF ALUNO-TURMA-ATUAL = SPACES
               MOVE "ALUNO SEM TURMA ATRIBUIDA" TO LOAD-REJECT-REASON
           ELSE
               MOVE LOAD-ANO-LETIVO TO SERV-ANO
               MOVE ALUNO-TURMA-ATUAL TO SERV-TURMA
               MOVE LOAD-DISCIPLINA-CODIGO TO SERV-DISCIPLINA
               PERFORM READ-SERVDOC-RECORD
               IF SERV-FOUND = "N"
                   MOVE "TURMA/DISCIPLINA SEM SERVICO DOCENTE"
                       TO LOAD-REJECT-REASON
               ELSE
               IF SERV-PROF-CODIGO NOT = LOAD-PROF-CODIGO
                   MOVE "PROFESSOR SEM ESTA TURMA/DISCIPLINA"
                       TO LOAD-REJECT-REASON.

       APPLY-LOAD-NOTA.
           COMPUTE WHICH-FIELD = DISCIPLINA-IDX + 1.
           PERFORM CAPTURE-OLD-VALUE.
           MOVE LOAD-NOTA TO DISCIPLINA-NOTA (DISCIPLINA-IDX).
           MOVE "L" TO DISCIPLINA-ESTADO (DISCIPLINA-IDX).
           PERFORM CALCULO-MEDIA.
           PERFORM AVALIACAO.
           PERFORM CAPTURE-NEW-VALUE.
           ACCEPT STAT-PERIODO.
           PERFORM REVALIDATE-STAT-PERIODO
               UNTIL STAT-PERIODO-VALIDO.
           PERFORM STAT15-RUN.

      *    Tambem corre no lote, com o termo do ficheiro de
      *    controlo ja em STAT-ANO-LETIVO/STAT-PERIODO.
       STAT15-RUN.
           MOVE 0 TO STAT-COUNT.
           MOVE ZEROES TO STAT-NAO-ATIVOS.
           MOVE "N" TO FILE-AT-END.
               MOVE ZEROES TO STAT-MAX (STAT-IX)
               MOVE 20.00 TO STAT-MIN (STAT-IX)
               MOVE ZEROES TO STAT-NEGATIVAS (STAT-IX)
               MOVE ZEROES TO STAT-POR-LANCAR (STAT-IX)
               PERFORM ZERO-STAT-BANDA
                   VARYING STAT-BANDA-IX FROM 1 BY 1
                   UNTIL STAT-BANDA-IX > 4.
           IF DISCIPLINA-POR-LANCAR (DISCIPLINA-IDX)
               ADD 1 TO STAT-POR-LANCAR (STAT-IX)
           ELSE
               PERFORM ACCUMULATE-STAT-LANCADA.

      *    So as notas lancadas entram nas contas.
       ACCUMULATE-STAT-LANCADA.
           ADD 1 TO STAT-CONT (STAT-IX).
           ADD DISCIPLINA-NOTA (DISCIPLINA-IDX) TO STAT-SUM (STAT-IX).
           IF DISCIPLINA-NOTA (DISCIPLINA-IDX) > STAT-MAX (STAT-IX)
           WRITE ESTATISTICAS-RECORD FROM STAT-LINE.
           CLOSE ESTATISTICAS-FILE.
           DISPLAY "ESTATISTICAS GRAVADAS EM estatisticas.txt".
           MOVE "estatisticas.txt" TO RELAT-ORIGEM.
           MOVE 15 TO RELAT-MODO.
           MOVE STAT-ANO-LETIVO TO RELAT-ANO.
           MOVE STAT-PERIODO TO RELAT-PERIODO.
           MOVE SPACES TO RELAT-TURMA.
           PERFORM ARQUIVAR-RELATORIO.

       WRITE-ONE-STAT-ENTRY.
           MOVE SPACES TO STAT-LINE.
           STRING "DISCIPLINA: " DELIMITED BY SIZE
                  STAT-CODIGO (STAT-IX) DELIMITED BY SIZE
             INTO STAT-LINE.
           WRITE ESTATISTICAS-RECORD FROM STAT-LINE.
           IF STAT-CONT (STAT-IX) = 0
               MOVE SPACES TO STAT-LINE
               STRING "  SEM NOTAS LANCADAS" DELIMITED BY SIZE
                 INTO STAT-LINE
               WRITE ESTATISTICAS-RECORD FROM STAT-LINE
           ELSE
               PERFORM WRITE-STAT-ENTRY-NOTAS.
           MOVE STAT-POR-LANCAR (STAT-IX) TO STAT-CONT-ED.
           MOVE SPACES TO STAT-LINE.
           STRING "  POR LANCAR (FORA DAS CONTAS): " DELIMITED BY SIZE
                  STAT-CONT-ED    DELIMITED BY SIZE
             INTO STAT-LINE.
           WRITE ESTATISTICAS-RECORD FROM STAT-LINE.
           MOVE SPACES TO STAT-LINE.
           WRITE ESTATISTICAS-RECORD FROM STAT-LINE.

       WRITE-STAT-ENTRY-NOTAS.
           COMPUTE STAT-MEDIA ROUNDED =
               STAT-SUM (STAT-IX) / STAT-CONT (STAT-IX).
           MOVE STAT-MEDIA TO STAT-NOTA-ED.
           MOVE STAT-CONT (STAT-IX) TO STAT-CONT-ED.
           MOVE SPACES TO STAT-LINE.
             INTO STAT-LINE
             WITH POINTER STAT-POINTER.
           WRITE ESTATISTICAS-RECORD FROM STAT-LINE.

      *------------------------------------------------
      * Historico de alteracoes: consulta do
               PERFORM AUDIT-ARCHIVE.

       AUDIT-INQUIRE.
           DISPLAY "HISTORICO DO ALUNO NUMERO (1-99999)".
           ACCEPT AUDIT-INQ-NUMBER-FIELD.
           MOVE AUDIT-INQ-NUMBER-FIELD TO AUDIT-INQ-NUMBER.
           DISPLAY "FILTRAR POR ANO LETIVO (0 = TODOS)".
           MOVE ZEROES TO VERIF-ERR-NUM-DISC.
           MOVE ZEROES TO VERIF-ERR-CODIGO.
           MOVE ZEROES TO VERIF-ERR-NOTA.
           MOVE ZEROES TO VERIF-ERR-ESTADO.
           MOVE ZEROES TO VERIF-ERR-PERIODO.
           MOVE SPACES TO VERIF-LINE.
           STRING "RELATORIO DE VERIFICACAO DE notasindex.dat"
           PERFORM WRITE-VERIF-TOTALS.
           CLOSE VERIFICA-FILE.
           DISPLAY "RELATORIO DE VERIFICACAO GRAVADO EM verifica.txt".
           MOVE "verifica.txt" TO RELAT-ORIGEM.
           MOVE 17 TO RELAT-MODO.
           MOVE ZEROES TO RELAT-ANO.
           MOVE ZERO TO RELAT-PERIODO.
           MOVE SPACES TO RELAT-TURMA.
           PERFORM ARQUIVAR-RELATORIO.

       VERIFY-NOTAS-RECORDS.
           PERFORM VERIFY-ONE-RECORD.
               PERFORM FLAG-VERIF-RECORD
               ADD 1 TO VERIF-ERR-NOTA
               PERFORM WRITE-VERIF-ERRO-NOTA.
           IF NOT DISCIPLINA-LANCADA (DISCIPLINA-IDX) AND
                   NOT DISCIPLINA-POR-LANCAR (DISCIPLINA-IDX)
               PERFORM FLAG-VERIF-RECORD
               ADD 1 TO VERIF-ERR-ESTADO
               PERFORM WRITE-VERIF-ERRO-ESTADO.

      *    As retiradas tambem validam - os registos antigos
      *    continuam a trazer esses codigos.
             INTO VERIF-LINE.
           WRITE VERIFICA-RECORD FROM VERIF-LINE.

       WRITE-VERIF-ERRO-ESTADO.
           MOVE SPACES TO VERIF-LINE.
           STRING "  ESTADO DA NOTA NEM L NEM P: " DELIMITED BY SIZE
                  DISCIPLINA-CODIGO (DISCIPLINA-IDX)
                      DELIMITED BY SPACE
                  " = " DELIMITED BY SIZE
                  DISCIPLINA-ESTADO (DISCIPLINA-IDX) DELIMITED BY SIZE
             INTO VERIF-LINE.
           WRITE VERIFICA-RECORD FROM VERIF-LINE.

       WRITE-VERIF-BLANK-LINE.
           MOVE SPACES TO VERIF-LINE.
           WRITE VERIFICA-RECORD FROM VERIF-LINE.
                  VERIF-COUNT-ED DELIMITED BY SIZE
             INTO VERIF-LINE.
           WRITE VERIFICA-RECORD FROM VERIF-LINE.
           MOVE VERIF-ERR-ESTADO TO VERIF-COUNT-ED.
           MOVE SPACES TO VERIF-LINE.
           STRING "ERROS DE ESTADO DA NOTA:    " DELIMITED BY SIZE
                  VERIF-COUNT-ED DELIMITED BY SIZE
             INTO VERIF-LINE.
           WRITE VERIFICA-RECORD FROM VERIF-LINE.

      *------------------------------------------------
      * Restauro de backup: lista os notasindex_*.bak
      *------------------------------------------------
       TURMA19-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM ALUNOTURMA-OPENING.
           IF ALUNOTURMA-OPEN-OK = "Y"
               PERFORM TURMA19-RUN.

       TURMA19-RUN.
           OPEN I-O TURMA-FILE.
           MOVE 9 TO TURMA-SUBPICK.
           PERFORM TURMA-MENU-ACTION
               UNTIL TURMA-SUBPICK = 0.
           PERFORM READ-NEXT-TURMA.

       ASSIGN-ALUNO-TURMA.
           DISPLAY "NUMERO DO ALUNO (1-99999)".
           ACCEPT ATRIB-NUMBER-FIELD.
           MOVE ATRIB-NUMBER-FIELD TO ALUNOTURMA-NUMBER.
           DISPLAY "ANO LETIVO (EX: 2026)".
           ACCEPT ATRIB-ANO-FIELD.
           MOVE ATRIB-ANO-FIELD TO ALUNOTURMA-ANO.
           DISPLAY "CODIGO DA TURMA".
           ACCEPT TURMA-CODE.
           PERFORM READ-TURMA-RECORD.
               END-REWRITE
           END-WRITE.
           DISPLAY "ALUNO " AUDIT-NUMBER-ED
               " ATRIBUIDO A TURMA " ALUNOTURMA-CODE
               " EM " ALUNOTURMA-ANO.

       LIST-ATRIBUICOES.
           MOVE ZEROES TO ALUNOTURMA-KEY.
           START ALUNOTURMA-FILE KEY IS >= ALUNOTURMA-KEY
               INVALID KEY
                   MOVE "N" TO TURMA-FOUND
               NOT INVALID KEY

       LIST-ONE-ATRIBUICAO.
           DISPLAY "ALUNO: " ALUNOTURMA-NUMBER
               "  ANO LETIVO: " ALUNOTURMA-ANO
               "  TURMA: " ALUNOTURMA-CODE.
           PERFORM READ-NEXT-ALUNO-TURMA.

      *--------------------------------------------------
      * Turma de um aluno no ANO-LETIVO do registo de
      * notas (alunoturma.dat tem de estar aberto).
      * Alunos sem atribuicao nesse ano ficam com a
      * turma em branco e so aparecem nas listagens
      * sem filtro.
      *--------------------------------------------------
       GET-ALUNO-TURMA.
           MOVE ALUNO-NUMBER TO ALUNOTURMA-NUMBER.
           MOVE ANO-LETIVO TO ALUNOTURMA-ANO.
           READ ALUNOTURMA-FILE RECORD
               INVALID KEY
                   MOVE SPACES TO ALUNO-TURMA-ATUAL
               NOT INVALID KEY
                   MOVE ALUNOTURMA-CODE TO ALUNO-TURMA-ATUAL.
           IF ALUNOTURMA-FS NOT = "00"
               MOVE SPACES TO ALUNO-TURMA-ATUAL.

       CHECK-TURMA-FILTER.
           MOVE "Y" TO TURMA-FILTER-OK.
           ACCEPT MINIS-PERIODO.
           PERFORM REVALIDATE-MINIS-PERIODO
               UNTIL MINIS-PERIODO-VALIDO.
           PERFORM MINIS22-RUN.

       MINIS22-RUN.
           OPEN OUTPUT MINISTERIO-FILE.
           MOVE ZEROES TO MINIS-EXTRAIDOS.
           MOVE ZEROES TO MINIS-IGNORADOS.
                       UNTIL DISCIPLINA-IDX > NUM-DISCIPLINAS.
           PERFORM READ-NEXT-RECORD.

      *    Nota por lancar nao segue para o ministerio.
       EXTRACT-ONE-MINIS-DISC.
           IF DISCIPLINA-NOTA-VALIDA (DISCIPLINA-IDX) AND
                   NOT DISCIPLINA-POR-LANCAR (DISCIPLINA-IDX)
               PERFORM WRITE-MINIS-DETAIL
           ELSE
               ADD 1 TO MINIS-IGNORADOS.
             INTO MINIS-LINE.
           WRITE MINISTERIO-REL-RECORD FROM MINIS-LINE.
           CLOSE MINISTERIO-REL-FILE.
           MOVE "ministerio_rel.txt" TO RELAT-ORIGEM.
           MOVE 22 TO RELAT-MODO.
           MOVE MINIS-ANO-LETIVO TO RELAT-ANO.
           MOVE MINIS-PERIODO TO RELAT-PERIODO.
           MOVE SPACES TO RELAT-TURMA.
           PERFORM ARQUIVAR-RELATORIO.

      *------------------------------------------------
      * Transferencia/desistencia: marca todos os
       TRANSF23-MODE.
           MOVE "CHANGE" TO THE-MODE.
           OPEN OUTPUT CERTIFICADO-FILE.
           MOVE ZEROES TO TRANSF-CERTIFICADOS.
           PERFORM ENTER-TRANSF-NUMBER.
           PERFORM TRANSF-RECORDS
               UNTIL TRANSF-NUMBER = ZEROES.
           CLOSE CERTIFICADO-FILE.
           IF TRANSF-CERTIFICADOS > 0
               MOVE "certificado.txt" TO RELAT-ORIGEM
               MOVE 23 TO RELAT-MODO
               MOVE ZERO TO RELAT-PERIODO
               MOVE SPACES TO RELAT-TURMA
               PERFORM ARQUIVAR-RELATORIO.

       ENTER-TRANSF-NUMBER.
           DISPLAY " ".
           DISPLAY "NUMERO DO ALUNO (1-99999) OU 0 PARA SAIR".
           ACCEPT ALUNO-NUMBER-FIELD.
           MOVE ALUNO-NUMBER-FIELD TO TRANSF-NUMBER.
           IF TRANSF-NUMBER NOT = ZEROES
               DISPLAY "PERIODOS MARCADOS: " TRANSF-COUNT-ED
               IF TRANSF-STATUS-NOVO = "T"
                   PERFORM WRITE-CERTIFICADO
                   ADD 1 TO TRANSF-CERTIFICADOS
                   MOVE TRANSF-ANO-LETIVO TO RELAT-ANO
                   DISPLAY "CERTIFICADO DE TRANSFERENCIA GRAVADO"
                       " EM certificado.txt".
           PERFORM ENTER-TRANSF-NUMBER.
               DISPLAY "PAUTA JA ESTA FECHADA"
           ELSE
               ACCEPT PAUTA-DATA FROM DATE
               MOVE SESSAO-LOGIN TO PAUTA-USER
               WRITE PAUTA-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO FECHAR PAUTA"
                   MOVE "Y" TO PAUTA-FECHADA.
           CLOSE PAUTA-FILE.

      *--------------------------------------------------
      * O override so passa com um login da direcao: o
      * do proprio operador, se for da direcao, ou o de
      * quem autoriza ao lado dele (login e PIN pedidos
      * aqui).  Quem autorizou fica na linha do
      * notasaudit.log.
      *--------------------------------------------------
       ASK-PAUTA-OVERRIDE.
           DISPLAY "A PAUTA DE " ANO-LETIVO "/" PERIODO
               " ESTA FECHADA PELO CONSELHO.".
           MOVE "X" TO OK-TO-OVERRIDE.
           PERFORM ASK-OVERRIDE-CONFIRM
               UNTIL OK-TO-OVERRIDE = "Y" OR "N".
           IF OK-TO-OVERRIDE = "Y"
               PERFORM AUTORIZAR-OVERRIDE.
           IF OK-TO-OVERRIDE = "Y"
               MOVE "Y" TO AUDIT-OVERRIDE.

       AUTORIZAR-OVERRIDE.
           IF SESSAO-DIRECAO
               MOVE SESSAO-LOGIN TO OVERRIDE-AUTORIZADOR
           ELSE
               PERFORM ASK-LOGIN-DIRECAO.

       ASK-LOGIN-DIRECAO.
           MOVE "N" TO OK-TO-OVERRIDE.
           OPEN I-O OPERADOR-FILE.
           DISPLAY "LOGIN DA DIRECAO QUE AUTORIZA".
           ACCEPT OPER-LOGIN.
           DISPLAY "PIN".
           ACCEPT LOGIN-PIN.
           PERFORM READ-OPERADOR-RECORD.
           CLOSE OPERADOR-FILE.
           IF OPER-FOUND = "Y"
               IF OPER-PIN = LOGIN-PIN AND OPER-ATIVO AND
                       OPER-DIRECAO
                   MOVE "Y" TO OK-TO-OVERRIDE
                   MOVE OPER-LOGIN TO OVERRIDE-AUTORIZADOR.
           IF OK-TO-OVERRIDE = "N"
               DISPLAY "AUTORIZACAO RECUSADA - E PRECISO UM LOGIN "
                   "ATIVO DA DIRECAO".

       ASK-OVERRIDE-CONFIRM.
           DISPLAY "ALTERAR COM AUTORIZACAO DO SUPERVISOR (Y/N)?".
           ACCEPT OK-TO-OVERRIDE.
       WRITE-PAUTA-AUDIT.
           ACCEPT AUDIT-DATE FROM DATE.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SESSAO-LOGIN TO AUDIT-USER.
           MOVE SPACES TO AUDIT-LINE.
           MOVE 1 TO AUDIT-POINTER.
           STRING AUDIT-DATE       DELIMITED BY SIZE
               PERFORM APAGAR-EXAME.

       ENTER-EXAME-KEY.
           DISPLAY "NUMERO DO ALUNO (1-99999)".
           ACCEPT ALUNO-NUMBER-FIELD.
           MOVE ALUNO-NUMBER-FIELD TO EXAME-ALUNO-NUMBER.
           DISPLAY "ANO LETIVO DO EXAME (EX: 2026)".
           ACCEPT EXAME-NOTA.

       CONSULTAR-EXAMES.
           DISPLAY "NUMERO DO ALUNO (1-99999)".
           ACCEPT ALUNO-NUMBER-FIELD.
           MOVE ALUNO-NUMBER-FIELD TO EXAME-LIST-NUMBER.
           DISPLAY "ANO LETIVO (EX: 2026)".
           ACCEPT PTURMA-PERIODO.
           PERFORM REVALIDATE-PTURMA-PERIODO
               UNTIL PTURMA-PERIODO-VALIDO.
           PERFORM PTURMA26-RUN.

       PTURMA26-RUN.
           PERFORM ALUNOTURMA-OPENING.
           IF ALUNOTURMA-OPEN-OK = "Y"
               PERFORM PTURMA26-PAUTA.

       PTURMA26-PAUTA.
           OPEN I-O FALTAS-FILE.
           OPEN I-O SERVDOC-FILE.
           OPEN I-O PROFESSOR-FILE.
           OPEN OUTPUT PAUTATURMA-FILE.
           PERFORM WRITE-PTURMA-TURMA.
           CLOSE PAUTATURMA-FILE.
           CLOSE ALUNOTURMA-FILE.
           CLOSE FALTAS-FILE.
           CLOSE SERVDOC-FILE.
           CLOSE PROFESSOR-FILE.
           DISPLAY "PAUTA DE TURMA GRAVADA EM pautaturma.txt".
           MOVE "pautaturma.txt" TO RELAT-ORIGEM.
           MOVE 26 TO RELAT-MODO.
           MOVE PTURMA-ANO TO RELAT-ANO.
           MOVE PTURMA-PERIODO TO RELAT-PERIODO.
           MOVE PTURMA-CODE TO RELAT-TURMA.
           PERFORM ARQUIVAR-RELATORIO.

      *--------------------------------------------------
      * Uma pauta (a turma em PTURMA-CODE) com os
      * ficheiros ja abertos - o lote escreve varias
      * seguidas no mesmo pautaturma.txt.
      *--------------------------------------------------
       WRITE-PTURMA-TURMA.
           PERFORM INIT-PTURMA-COLUNAS.
           MOVE ZEROES TO PTURMA-ALUNOS.
           MOVE ZEROES TO PTURMA-NAO-ATIVOS.
           MOVE ZEROES TO PTURMA-SEM-REGISTO.
           MOVE ZEROES TO PTURMA-POR-LANCAR.
           PERFORM WRITE-PTURMA-HEADER.
           PERFORM WRITE-PTURMA-PROFESSORES.
           MOVE ZEROES TO ALUNOTURMA-KEY.
           START ALUNOTURMA-FILE KEY IS >= ALUNOTURMA-KEY
               INVALID KEY
                   MOVE "N" TO TURMA-FOUND
               NOT INVALID KEY
                   UNTIL FILE-AT-END = "Y".
           PERFORM WRITE-PTURMA-MEDIAS.
           PERFORM WRITE-PTURMA-TOTAIS.

       REVALIDATE-PTURMA-PERIODO.
           DISPLAY PERIODO-INVALIDO.
           WRITE PAUTATURMA-RECORD FROM PTURMA-LINE.
           MOVE SPACES TO PTURMA-LINE.
           MOVE 1 TO PTURMA-POINTER.
           STRING "NO     "                DELIMITED BY SIZE
                  "NOME ALUNO            " DELIMITED BY SIZE
             INTO PTURMA-LINE
             WITH POINTER PTURMA-POINTER.
           MOVE SPACES TO PTURMA-LINE.
           WRITE PAUTATURMA-RECORD FROM PTURMA-LINE.

      *--------------------------------------------------
      * Legenda das colunas: o nome completo de cada
      * disciplina e o professor que a da a turma no
      * ANO-LETIVO da pauta (servicodocente.dat).
      *--------------------------------------------------
       WRITE-PTURMA-PROFESSORES.
           MOVE SPACES TO PTURMA-LINE.
           STRING "DISCIPLINA       PROFESSOR" DELIMITED BY SIZE
             INTO PTURMA-LINE.
           WRITE PAUTATURMA-RECORD FROM PTURMA-LINE.
           PERFORM WRITE-PTURMA-ONE-PROFESSOR
               VARYING PTURMA-COL-IX FROM 1 BY 1
               UNTIL PTURMA-COL-IX > PTURMA-COL-COUNT.
           MOVE SPACES TO PTURMA-LINE.
           WRITE PAUTATURMA-RECORD FROM PTURMA-LINE.

       WRITE-PTURMA-ONE-PROFESSOR.
           MOVE PTURMA-ANO TO SERV-ANO.
           MOVE PTURMA-CODE TO SERV-TURMA.
           MOVE PTURMA-COL-CODIGO (PTURMA-COL-IX) TO SERV-DISCIPLINA.
           PERFORM FIND-DOCENTE.
           IF DOCENTE-NOME = SPACES
               MOVE "(SEM PROFESSOR ATRIBUIDO)" TO DOCENTE-NOME.
           MOVE SPACES TO PTURMA-LINE.
           STRING PTURMA-COL-CODIGO (PTURMA-COL-IX) DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  DOCENTE-NOME DELIMITED BY SIZE
             INTO PTURMA-LINE.
           WRITE PAUTATURMA-RECORD FROM PTURMA-LINE.

       APPEND-PTURMA-COL-HDR.
           MOVE PTURMA-COL-CODIGO (PTURMA-COL-IX) TO PTURMA-COL-HDR.
           STRING PTURMA-COL-HDR DELIMITED BY SIZE
             WITH POINTER PTURMA-POINTER.

       SCAN-PTURMA-ATRIBUICOES.
           IF ALUNOTURMA-CODE = PTURMA-CODE AND
                   ALUNOTURMA-ANO = PTURMA-ANO
               PERFORM WRITE-PTURMA-ALUNO-ROW.
           PERFORM READ-NEXT-ALUNO-TURMA.

           PERFORM APPEND-PTURMA-NOTA
               VARYING PTURMA-COL-IX FROM 1 BY 1
               UNTIL PTURMA-COL-IX > PTURMA-COL-COUNT.
           IF NOTAS-POR-LANCAR NOT < NUM-DISCIPLINAS
               STRING "  -  "       DELIMITED BY SIZE
                 INTO PTURMA-LINE
                 WITH POINTER PTURMA-POINTER
           ELSE
               MOVE MEDIA TO PTURMA-MEDIA-ED
               STRING PTURMA-MEDIA-ED DELIMITED BY SIZE
                 INTO PTURMA-LINE
                 WITH POINTER PTURMA-POINTER.
           MOVE PTURMA-FALTAS-TOTAL TO PTURMA-FALTAS-ED.
           STRING "   "            DELIMITED BY SIZE
                  PTURMA-FALTAS-ED DELIMITED BY SIZE
             INTO PTURMA-LINE
             WITH POINTER PTURMA-POINTER.
                   PTURMA-COL-CODIGO (PTURMA-COL-IX)
               MOVE "Y" TO PTURMA-NOTA-FOUND.

      *    Nota por lancar: sai PL na celula e fica fora da
      *    media da coluna.
       APPEND-PTURMA-NOTA-CELL.
           IF DISCIPLINA-POR-LANCAR (DISCIPLINA-IDX)
               ADD 1 TO PTURMA-POR-LANCAR
               STRING "  PL   " DELIMITED BY SIZE
                 INTO PTURMA-LINE
                 WITH POINTER PTURMA-POINTER
           ELSE
               PERFORM APPEND-PTURMA-NOTA-LANCADA.

       APPEND-PTURMA-NOTA-LANCADA.
           MOVE DISCIPLINA-NOTA (DISCIPLINA-IDX) TO PTURMA-NOTA-ED.
           ADD DISCIPLINA-NOTA (DISCIPLINA-IDX) TO
               PTURMA-COL-SUM (PTURMA-COL-IX).
           WRITE PAUTATURMA-RECORD FROM PTURMA-LINE.
           MOVE SPACES TO PTURMA-LINE.
           MOVE 1 TO PTURMA-POINTER.
           STRING "       MEDIA POR DISCIPLINA  "
                      DELIMITED BY SIZE
             INTO PTURMA-LINE
             WITH POINTER PTURMA-POINTER.
           PERFORM APPEND-PTURMA-COL-MEDIA
                  PTURMA-COUNT-ED DELIMITED BY SIZE
             INTO PTURMA-LINE.
           WRITE PAUTATURMA-RECORD FROM PTURMA-LINE.
           MOVE PTURMA-POR-LANCAR TO PTURMA-POR-LANCAR-ED.
           MOVE SPACES TO PTURMA-LINE.
           STRING "NOTAS POR LANCAR:           " DELIMITED BY SIZE
                  PTURMA-POR-LANCAR-ED DELIMITED BY SIZE
             INTO PTURMA-LINE.
           WRITE PAUTATURMA-RECORD FROM PTURMA-LINE.
           MOVE SPACES TO PTURMA-LINE.
           STRING "* = NOTA NEGATIVA (ABAIXO DE 10)" DELIMITED BY SIZE
             INTO PTURMA-LINE.
           WRITE PAUTATURMA-RECORD FROM PTURMA-LINE.
           MOVE SPACES TO PTURMA-LINE.
           STRING "PL = NOTA POR LANCAR (FORA DAS MEDIAS)"
                      DELIMITED BY SIZE
             INTO PTURMA-LINE.
           WRITE PAUTATURMA-RECORD FROM PTURMA-LINE.

      *------------------------------------------------
      * Retorno do ministerio: carrega os detalhes de
           PERFORM WRITE-MINRET-CORRECAO.
           DISPLAY "RELATORIO DE DIVERGENCIAS GRAVADO EM "
               "ministerio_div.txt".
           MOVE "ministerio_div.txt" TO RELAT-ORIGEM.
           MOVE 27 TO RELAT-MODO.
           MOVE ZEROES TO RELAT-ANO.
           MOVE ZERO TO RELAT-PERIODO.
           MOVE SPACES TO RELAT-TURMA.
           PERFORM ARQUIVAR-RELATORIO.
           MOVE MINRET-CORRIGIR TO MINRET-COUNT-ED.
           DISPLAY "REJEITADOS NO FICHEIRO DE CORRECAO "
               "ministerio_corr.dat: " MINRET-COUNT-ED.
               PERFORM EMITIR-CONVOCATORIAS.

       ADD-ENCARR.
           DISPLAY "NUMERO DO ALUNO (1-99999)".
           ACCEPT ALUNO-NUMBER-FIELD.
           MOVE ALUNO-NUMBER-FIELD TO ENCARR-NUMBER.
           PERFORM READ-ENCARR-RECORD.
               END-WRITE.

       CHANGE-ENCARR.
           DISPLAY "NUMERO DO ALUNO (1-99999)".
           ACCEPT ALUNO-NUMBER-FIELD.
           MOVE ALUNO-NUMBER-FIELD TO ENCARR-NUMBER.
           PERFORM READ-ENCARR-RECORD.
               END-REWRITE.

       INQUIRE-ENCARR.
           DISPLAY "NUMERO DO ALUNO (1-99999)".
           ACCEPT ALUNO-NUMBER-FIELD.
           MOVE ALUNO-NUMBER-FIELD TO ENCARR-NUMBER.
           PERFORM READ-ENCARR-RECORD.
           ACCEPT CONV-PERIODO.
           PERFORM REVALIDATE-CONV-PERIODO
               UNTIL CONV-PERIODO-VALIDO.
           PERFORM CONVOCATORIAS-RUN.

      *    ENCARR-FILE tem de estar aberto (o lote abre-o).
       CONVOCATORIAS-RUN.
           COMPUTE CONV-FALTAS-AVISO =
               FALTAS-LIMITE - CONV-FALTAS-MARGEM.
           OPEN I-O FALTAS-FILE.
               " (VER convocatorias.txt)".
           MOVE CONV-SEM-ENCARR TO CONV-COUNT-ED.
           DISPLAY "ALUNOS SEM ENCARREGADO REGISTADO: " CONV-COUNT-ED.
           MOVE "convocatorias.txt" TO RELAT-ORIGEM.
           MOVE 29 TO RELAT-MODO.
           MOVE CONV-ANO TO RELAT-ANO.
           MOVE CONV-PERIODO TO RELAT-PERIODO.
           MOVE SPACES TO RELAT-TURMA.
           PERFORM ARQUIVAR-RELATORIO.

       REVALIDATE-CONV-PERIODO.
           DISPLAY PERIODO-INVALIDO.
                   UNTIL FALTAS-IDX > FALTAS-NUM-DISCIPLINAS.

       CHECK-CONV-NEGATIVA.
           IF DISCIPLINA-NOTA (DISCIPLINA-IDX) < 10 AND
                   NOT DISCIPLINA-POR-LANCAR (DISCIPLINA-IDX)
               MOVE "Y" TO CONV-TEM-MOTIVO.

       CHECK-CONV-FALTAS.
           WRITE CONVOCATORIA-RECORD FROM CONV-LINE.

       WRITE-CONV-NEGATIVA.
           IF DISCIPLINA-NOTA (DISCIPLINA-IDX) < 10 AND
                   NOT DISCIPLINA-POR-LANCAR (DISCIPLINA-IDX)
               MOVE DISCIPLINA-NOTA (DISCIPLINA-IDX) TO CONV-NOTA-ED
               MOVE SPACES TO CONV-LINE
               MOVE 1 TO CONV-POINTER
           ELSE
               DISPLAY "O FICHEIRO PARECE ESTAR NO FORMATO ANTIGO "
                   "(SEM ESTADO DE MATRICULA).".
           MOVE "X" TO LANCA-ZEROS.
           PERFORM ASK-LANCA-ZEROS
               UNTIL LANCA-ZEROS = "Y" OR "N".
           MOVE "X" TO OK-TO-MIGRAR.
           PERFORM ASK-TO-MIGRAR
               UNTIL OK-TO-MIGRAR = "Y" OR "N".
           MOVE ZEROES TO MIGRA-LIDOS.
           MOVE ZEROES TO MIGRA-GRAVADOS.
           MOVE ZEROES TO MIGRA-IGNORADOS.
           MOVE ZEROES TO LANCA-POR-LANCAR.
           OPEN INPUT NOTASOLD-FILE.
           OPEN OUTPUT NOTAS-FILE.
           MOVE "N" TO FILE-AT-END.
           DISPLAY "REGISTOS CONVERTIDOS: " MIGRA-COUNT-ED.
           MOVE MIGRA-IGNORADOS TO MIGRA-COUNT-ED.
           DISPLAY "REGISTOS IGNORADOS (CORROMPIDOS): " MIGRA-COUNT-ED.
           MOVE LANCA-POR-LANCAR TO LANCA-COUNT-ED.
           DISPLAY "NOTAS 0.00 POSTAS POR LANCAR: " LANCA-COUNT-ED.
           IF MIGRA-GRAVADOS + MIGRA-IGNORADOS = MIGRA-LIDOS
               DISPLAY "CONTROLO OK - NENHUM REGISTO PERDIDO"
           ELSE
               DISCIPLINA-CODIGO (MIGRA-IDX).
           MOVE OLD-DISC-NOTA (MIGRA-IDX) TO
               DISCIPLINA-NOTA (MIGRA-IDX).
           IF LANCA-ZEROS = "Y" AND OLD-DISC-NOTA (MIGRA-IDX) = ZERO
               MOVE "P" TO DISCIPLINA-ESTADO (MIGRA-IDX)
               ADD 1 TO LANCA-POR-LANCAR
           ELSE
               MOVE "L" TO DISCIPLINA-ESTADO (MIGRA-IDX).

      *------------------------------------------------
      * Operadores (so direcao): criar, alterar nome,
      * papel ou PIN, desativar, reativar e listar.
      * Ninguem se desativa a si proprio nem tira a si
      * proprio o papel de direcao, para haver sempre
      * quem possa voltar a entrar neste modo.
      *------------------------------------------------
       OPER32-MODE.
           MOVE "CHANGE" TO THE-MODE.
           OPEN I-O OPERADOR-FILE.
           MOVE 9 TO OPER-SUBPICK.
           PERFORM OPER-MENU-ACTION
               UNTIL OPER-SUBPICK = 0.
           CLOSE OPERADOR-FILE.

       OPER-MENU-ACTION.
           DISPLAY " ".
           DISPLAY "1. CRIAR OPERADOR".
           DISPLAY "2. ALTERAR OPERADOR".
           DISPLAY "3. DESATIVAR OPERADOR".
           DISPLAY "4. REATIVAR OPERADOR".
           DISPLAY "5. LISTAR OPERADORES".
           DISPLAY "0. VOLTAR AO MENU".
           DISPLAY "SUA ESCOLHA (0-5)?".
           ACCEPT OPER-SUBPICK.
           IF OPER-SUBPICK = 1
               PERFORM ADD-OPERADOR
           ELSE
           IF OPER-SUBPICK = 2
               PERFORM CHANGE-OPERADOR
           ELSE
           IF OPER-SUBPICK = 3
               PERFORM DESATIVAR-OPERADOR
           ELSE
           IF OPER-SUBPICK = 4
               PERFORM REATIVAR-OPERADOR
           ELSE
           IF OPER-SUBPICK = 5
               PERFORM LIST-OPERADORES.

       ADD-OPERADOR.
           PERFORM ENTER-OPER-LOGIN.
           PERFORM READ-OPERADOR-RECORD.
           IF OPER-FOUND = "Y"
               DISPLAY "OPERADOR JA EXISTE"
           ELSE
               PERFORM ENTER-OPER-NOME
               PERFORM ENTER-OPER-PAPEL
               PERFORM ENTER-OPER-PIN
               MOVE "A" TO OPER-ESTADO
               WRITE OPERADOR-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR OPERADOR"
                   NOT INVALID KEY
                       DISPLAY "OPERADOR CRIADO"
               END-WRITE.

       CHANGE-OPERADOR.
           PERFORM ENTER-OPER-LOGIN.
           PERFORM READ-OPERADOR-RECORD.
           IF OPER-FOUND = "N"
               DISPLAY "OPERADOR NAO EXISTE"
           ELSE
               PERFORM DISPLAY-OPERADOR-RECORD
               PERFORM ENTER-OPER-NOME
               PERFORM ENTER-OPER-PAPEL
               IF OPER-LOGIN = SESSAO-LOGIN AND NOT OPER-DIRECAO
                   DISPLAY "NAO PODE TIRAR A SI PROPRIO O PAPEL "
                       "DE DIRECAO - PAPEL MANTIDO"
                   MOVE "D" TO OPER-PAPEL
               END-IF
               PERFORM ENTER-OPER-PIN
               REWRITE OPERADOR-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR OPERADOR"
                   NOT INVALID KEY
                       DISPLAY "OPERADOR ALTERADO"
               END-REWRITE.

       DESATIVAR-OPERADOR.
           PERFORM ENTER-OPER-LOGIN.
           PERFORM READ-OPERADOR-RECORD.
           IF OPER-FOUND = "N"
               DISPLAY "OPERADOR NAO EXISTE"
           ELSE
           IF OPER-LOGIN = SESSAO-LOGIN
               DISPLAY "NAO PODE DESATIVAR O SEU PROPRIO LOGIN"
           ELSE
           IF OPER-INATIVO
               DISPLAY "OPERADOR JA ESTA DESATIVADO"
           ELSE
               MOVE "I" TO OPER-ESTADO
               REWRITE OPERADOR-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR OPERADOR"
                   NOT INVALID KEY
                       DISPLAY "OPERADOR DESATIVADO"
               END-REWRITE.

       REATIVAR-OPERADOR.
           PERFORM ENTER-OPER-LOGIN.
           PERFORM READ-OPERADOR-RECORD.
           IF OPER-FOUND = "N"
               DISPLAY "OPERADOR NAO EXISTE"
           ELSE
           IF OPER-ATIVO
               DISPLAY "OPERADOR JA ESTA ATIVO"
           ELSE
               MOVE "A" TO OPER-ESTADO
               REWRITE OPERADOR-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR OPERADOR"
                   NOT INVALID KEY
                       DISPLAY "OPERADOR REATIVADO"
               END-REWRITE.

       LIST-OPERADORES.
           MOVE SPACES TO OPER-LOGIN.
           START OPERADOR-FILE KEY IS >= OPER-LOGIN
               INVALID KEY
                   MOVE "N" TO OPER-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO OPER-FOUND.
           IF OPER-FOUND = "N"
               DISPLAY "SEM OPERADORES REGISTADOS"
           ELSE
               MOVE "N" TO FILE-AT-END
               PERFORM READ-NEXT-OPERADOR
               PERFORM LIST-ONE-OPERADOR
                   UNTIL FILE-AT-END = "Y".

       READ-NEXT-OPERADOR.
           READ OPERADOR-FILE NEXT RECORD
           AT END MOVE "Y" TO FILE-AT-END.

       LIST-ONE-OPERADOR.
           PERFORM DISPLAY-OPERADOR-RECORD.
           PERFORM READ-NEXT-OPERADOR.

      *    O PIN nunca e mostrado.
       DISPLAY-OPERADOR-RECORD.
           IF OPER-ATIVO
               DISPLAY "LOGIN: " OPER-LOGIN "  " OPER-NOME
                   "  PAPEL: " OPER-PAPEL "  ATIVO"
           ELSE
               DISPLAY "LOGIN: " OPER-LOGIN "  " OPER-NOME
                   "  PAPEL: " OPER-PAPEL "  DESATIVADO".

       ENTER-OPER-LOGIN.
           DISPLAY "LOGIN DO OPERADOR (ATE 10 CARACTERES)".
           ACCEPT OPER-LOGIN.

       ENTER-OPER-NOME.
           DISPLAY "NOME DO OPERADOR".
           ACCEPT OPER-NOME.

       ENTER-OPER-PAPEL.
           DISPLAY "PAPEL (S=SECRETARIA, P=PROFESSOR, D=DIRECAO)".
           ACCEPT OPER-PAPEL.
           PERFORM REVALIDATE-OPER-PAPEL
               UNTIL OPER-PAPEL-VALIDO.

       REVALIDATE-OPER-PAPEL.
           DISPLAY "PAPEL INVALIDO. INTRODUZA S, P OU D!".
           DISPLAY "PAPEL (S=SECRETARIA, P=PROFESSOR, D=DIRECAO)".
           ACCEPT OPER-PAPEL.

       ENTER-OPER-PIN.
           MOVE SPACES TO OPER-PIN.
           PERFORM ASK-OPER-PIN
               UNTIL OPER-PIN NOT = SPACES.

       ASK-OPER-PIN.
           DISPLAY "PIN DO OPERADOR (ATE 6 CARACTERES)".
           ACCEPT OPER-PIN.

       READ-OPERADOR-RECORD.
           MOVE "Y" TO OPER-FOUND.
           READ OPERADOR-FILE RECORD
           INVALID KEY
           MOVE "N" TO OPER-FOUND.

      *--------------------------------------------------
      * Professores (professores.dat) e servico docente
      * (servicodocente.dat): quem da cada disciplina a
      * cada turma em cada ANO-LETIVO.  A folha de notas
      * de um professor sai no desenho de notasload.txt,
      * com a nota em branco, pronta a preencher e a
      * carregar pelo modo 14.
      *--------------------------------------------------
       PROF33-MODE.
           MOVE "CHANGE" TO THE-MODE.
           PERFORM ALUNOTURMA-OPENING.
           IF ALUNOTURMA-OPEN-OK = "Y"
               PERFORM PROF33-RUN.

       PROF33-RUN.
           OPEN I-O PROFESSOR-FILE.
           OPEN I-O SERVDOC-FILE.
           OPEN I-O TURMA-FILE.
           MOVE 9 TO PROF-SUBPICK.
           PERFORM PROF-MENU-ACTION
               UNTIL PROF-SUBPICK = 0.
           CLOSE PROFESSOR-FILE.
           CLOSE SERVDOC-FILE.
           CLOSE TURMA-FILE.
           CLOSE ALUNOTURMA-FILE.

       PROF-MENU-ACTION.
           DISPLAY " ".
           DISPLAY "1. CRIAR PROFESSOR".
           DISPLAY "2. ALTERAR PROFESSOR".
           DISPLAY "3. DESATIVAR PROFESSOR".
           DISPLAY "4. REATIVAR PROFESSOR".
           DISPLAY "5. LISTAR PROFESSORES".
           DISPLAY "6. ATRIBUIR SERVICO DOCENTE".
           DISPLAY "7. RETIRAR SERVICO DOCENTE".
           DISPLAY "8. LISTAR SERVICO DOCENTE DE UM ANO".
           DISPLAY "9. EMITIR FOLHA DE NOTAS DE UM PROFESSOR".
           DISPLAY "0. VOLTAR AO MENU".
           DISPLAY "SUA ESCOLHA (0-9)?".
           ACCEPT PROF-SUBPICK.
           IF PROF-SUBPICK = 1
               PERFORM ADD-PROFESSOR
           ELSE
           IF PROF-SUBPICK = 2
               PERFORM CHANGE-PROFESSOR
           ELSE
           IF PROF-SUBPICK = 3
               PERFORM DESATIVAR-PROFESSOR
           ELSE
           IF PROF-SUBPICK = 4
               PERFORM REATIVAR-PROFESSOR
           ELSE
           IF PROF-SUBPICK = 5
               PERFORM LIST-PROFESSORES
           ELSE
           IF PROF-SUBPICK = 6
               PERFORM ASSIGN-SERVICO-DOCENTE
           ELSE
           IF PROF-SUBPICK = 7
               PERFORM DELETE-SERVICO-DOCENTE
           ELSE
           IF PROF-SUBPICK = 8
               PERFORM LIST-SERVICO-DOCENTE
           ELSE
           IF PROF-SUBPICK = 9
               PERFORM EMITIR-FOLHA-NOTAS.

       ADD-PROFESSOR.
           PERFORM ENTER-PROF-CODIGO.
           PERFORM READ-PROFESSOR-RECORD.
           IF PROF-FOUND = "Y"
               DISPLAY "PROFESSOR JA EXISTE"
           ELSE
               PERFORM ENTER-PROF-NOME
               MOVE "A" TO PROF-ESTADO
               WRITE PROFESSOR-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR PROFESSOR"
                   NOT INVALID KEY
                       DISPLAY "PROFESSOR CRIADO"
               END-WRITE.

       CHANGE-PROFESSOR.
           PERFORM ENTER-PROF-CODIGO.
           PERFORM READ-PROFESSOR-RECORD.
           IF PROF-FOUND = "N"
               DISPLAY "PROFESSOR NAO EXISTE"
           ELSE
               PERFORM DISPLAY-PROFESSOR-RECORD
               PERFORM ENTER-PROF-NOME
               REWRITE PROFESSOR-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR PROFESSOR"
                   NOT INVALID KEY
                       DISPLAY "PROFESSOR ALTERADO"
               END-REWRITE.

      *    Um professor desativado mantem o servico docente
      *    ja atribuido (as pautas antigas continuam a mostrar
      *    o nome), mas nao recebe novas atribuicoes.
       DESATIVAR-PROFESSOR.
           PERFORM ENTER-PROF-CODIGO.
           PERFORM READ-PROFESSOR-RECORD.
           IF PROF-FOUND = "N"
               DISPLAY "PROFESSOR NAO EXISTE"
           ELSE
           IF PROF-INATIVO
               DISPLAY "PROFESSOR JA ESTA DESATIVADO"
           ELSE
               MOVE "I" TO PROF-ESTADO
               REWRITE PROFESSOR-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR PROFESSOR"
                   NOT INVALID KEY
                       DISPLAY "PROFESSOR DESATIVADO"
               END-REWRITE.

       REATIVAR-PROFESSOR.
           PERFORM ENTER-PROF-CODIGO.
           PERFORM READ-PROFESSOR-RECORD.
           IF PROF-FOUND = "N"
               DISPLAY "PROFESSOR NAO EXISTE"
           ELSE
           IF PROF-ATIVO
               DISPLAY "PROFESSOR JA ESTA ATIVO"
           ELSE
               MOVE "A" TO PROF-ESTADO
               REWRITE PROFESSOR-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR PROFESSOR"
                   NOT INVALID KEY
                       DISPLAY "PROFESSOR REATIVADO"
               END-REWRITE.

       LIST-PROFESSORES.
           MOVE SPACES TO PROF-CODIGO.
           START PROFESSOR-FILE KEY IS >= PROF-CODIGO
               INVALID KEY
                   MOVE "N" TO PROF-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO PROF-FOUND.
           IF PROF-FOUND = "N"
               DISPLAY "SEM PROFESSORES REGISTADOS"
           ELSE
               MOVE "N" TO FILE-AT-END
               PERFORM READ-NEXT-PROFESSOR
               PERFORM LIST-ONE-PROFESSOR
                   UNTIL FILE-AT-END = "Y".

       READ-NEXT-PROFESSOR.
           READ PROFESSOR-FILE NEXT RECORD
           AT END MOVE "Y" TO FILE-AT-END.

       LIST-ONE-PROFESSOR.
           PERFORM DISPLAY-PROFESSOR-RECORD.
           PERFORM READ-NEXT-PROFESSOR.

       DISPLAY-PROFESSOR-RECORD.
           IF PROF-ATIVO
               DISPLAY "PROFESSOR: " PROF-CODIGO "  " PROF-NOME
                   "  ATIVO"
           ELSE
               DISPLAY "PROFESSOR: " PROF-CODIGO "  " PROF-NOME
                   "  DESATIVADO".

       ENTER-PROF-CODIGO.
           DISPLAY "CODIGO DO PROFESSOR (ATE 6 CARACTERES)".
           ACCEPT PROF-CODIGO.

       ENTER-PROF-NOME.
           DISPLAY "NOME DO PROFESSOR".
           ACCEPT PROF-NOME.

       READ-PROFESSOR-RECORD.
           MOVE "Y" TO PROF-FOUND.
           READ PROFESSOR-FILE RECORD
           INVALID KEY
           MOVE "N" TO PROF-FOUND.

      *--------------------------------------------------
      * Uma turma/disciplina tem um so professor por
      * ANO-LETIVO: atribuir de novo substitui o anterior.
      *--------------------------------------------------
       ASSIGN-SERVICO-DOCENTE.
           PERFORM ENTER-SERV-KEY.
           MOVE SERV-TURMA TO TURMA-CODE.
           PERFORM READ-TURMA-RECORD.
           MOVE SERV-DISCIPLINA TO CAT-LOOKUP-CODIGO.
           PERFORM FIND-CAT-PESO.
           IF TURMA-FOUND = "N"
               DISPLAY "TURMA NAO EXISTE"
           ELSE
           IF CAT-FOUND = "N"
               DISPLAY "DISCIPLINA NAO EXISTE NO CATALOGO"
           ELSE
               PERFORM ENTER-PROF-CODIGO
               PERFORM READ-PROFESSOR-RECORD
               IF PROF-FOUND = "N"
                   DISPLAY "PROFESSOR NAO EXISTE"
               ELSE
               IF PROF-INATIVO
                   DISPLAY "PROFESSOR DESATIVADO"
               ELSE
                   PERFORM WRITE-SERVICO-DOCENTE.

       WRITE-SERVICO-DOCENTE.
           MOVE PROF-CODIGO TO PROF-CODIGO-SAVE.
           PERFORM READ-SERVDOC-RECORD.
           IF SERV-FOUND = "Y"
               DISPLAY "SUBSTITUI O PROFESSOR " SERV-PROF-CODIGO
               MOVE PROF-CODIGO-SAVE TO SERV-PROF-CODIGO
               REWRITE SERVDOC-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR SERVICO DOCENTE"
                   NOT INVALID KEY
                       DISPLAY "SERVICO DOCENTE ALTERADO"
               END-REWRITE
           ELSE
               MOVE PROF-CODIGO-SAVE TO SERV-PROF-CODIGO
               WRITE SERVDOC-RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR SERVICO DOCENTE"
                   NOT INVALID KEY
                       DISPLAY "SERVICO DOCENTE ATRIBUIDO"
               END-WRITE.

       DELETE-SERVICO-DOCENTE.
           PERFORM ENTER-SERV-KEY.
           PERFORM READ-SERVDOC-RECORD.
           IF SERV-FOUND = "N"
               DISPLAY "SERVICO DOCENTE NAO EXISTE"
           ELSE
               DELETE SERVDOC-FILE RECORD
                   INVALID KEY
                       DISPLAY "ERRO AO APAGAR SERVICO DOCENTE"
                   NOT INVALID KEY
                       DISPLAY "SERVICO DOCENTE RETIRADO"
               END-DELETE.

       ENTER-SERV-KEY.
           DISPLAY "ANO LETIVO (EX: 2024)".
           ACCEPT SERV-ANO.
           DISPLAY "CODIGO DA TURMA".
           ACCEPT SERV-TURMA.
           DISPLAY "CODIGO DA DISCIPLINA".
           ACCEPT SERV-DISCIPLINA.

       LIST-SERVICO-DOCENTE.
           DISPLAY "ANO LETIVO (EX: 2024)".
           ACCEPT SERV-LISTA-ANO.
           MOVE ZEROES TO SERV-LISTA-COUNT.
           MOVE SERV-LISTA-ANO TO SERV-ANO.
           MOVE SPACES TO SERV-TURMA.
           MOVE SPACES TO SERV-DISCIPLINA.
           MOVE "N" TO SERV-FIM.
           START SERVDOC-FILE KEY IS >= SERV-KEY
               INVALID KEY
                   MOVE "Y" TO SERV-FIM.
           IF SERV-FIM = "N"
               PERFORM READ-NEXT-SERVDOC.
           PERFORM LIST-ONE-SERVICO
               UNTIL SERV-FIM = "Y"
                  OR SERV-ANO NOT = SERV-LISTA-ANO.
           MOVE SERV-LISTA-COUNT TO SERV-COUNT-ED.
           DISPLAY "ATRIBUICOES: " SERV-COUNT-ED.

       READ-NEXT-SERVDOC.
           READ SERVDOC-FILE NEXT RECORD
           AT END MOVE "Y" TO SERV-FIM.

       LIST-ONE-SERVICO.
           ADD 1 TO SERV-LISTA-COUNT.
           PERFORM FIND-DOCENTE.
           DISPLAY "TURMA: " SERV-TURMA "  " SERV-DISCIPLINA
               "  " SERV-PROF-CODIGO " " DOCENTE-NOME.
           PERFORM READ-NEXT-SERVDOC.

       READ-SERVDOC-RECORD.
           MOVE "Y" TO SERV-FOUND.
           READ SERVDOC-FILE RECORD
           INVALID KEY
           MOVE "N" TO SERV-FOUND.

      *--------------------------------------------------
      * Nome do professor de SERV-ANO/SERV-TURMA/
      * SERV-DISCIPLINA (servicodocente.dat e
      * professores.dat tem de estar abertos).  Fica em
      * branco quando a turma/disciplina nao tem servico
      * docente atribuido.
      *--------------------------------------------------
       FIND-DOCENTE.
           MOVE SPACES TO DOCENTE-NOME.
           PERFORM READ-SERVDOC-RECORD.
           IF SERV-FOUND = "Y"
               MOVE SERV-PROF-CODIGO TO PROF-CODIGO
               PERFORM READ-PROFESSOR-RECORD
               IF PROF-FOUND = "Y"
                   MOVE PROF-NOME TO DOCENTE-NOME
               ELSE
                   MOVE SERV-PROF-CODIGO TO DOCENTE-NOME.

      *--------------------------------------------------
      * Folha de notas de um professor para um
      * ANO-LETIVO/PERIODO: uma linha por aluno ativo de
      * cada turma/disciplina que lhe esta atribuida, no
      * desenho de NOTASLOAD-RECORD e com a nota em
      * branco.  Sai em folhanotas_<codigo>.txt.
      *--------------------------------------------------
       EMITIR-FOLHA-NOTAS.
           PERFORM ENTER-PROF-CODIGO.
           PERFORM READ-PROFESSOR-RECORD.
           IF PROF-FOUND = "N"
               DISPLAY "PROFESSOR NAO EXISTE"
           ELSE
               DISPLAY "ANO LETIVO (EX: 2024)"
               ACCEPT FOLHA-ANO
               DISPLAY "PERIODO (1-4)"
               ACCEPT FOLHA-PERIODO
               IF NOT FOLHA-PERIODO-VALIDO
                   DISPLAY "PERIODO INVALIDO"
               ELSE
                   PERFORM WRITE-FOLHA-NOTAS.

       WRITE-FOLHA-NOTAS.
           MOVE PROF-CODIGO TO PROF-CODIGO-SAVE.
           MOVE ZEROES TO FOLHA-LINHAS.
           MOVE ZEROES TO FOLHA-SEM-REGISTO.
           MOVE ZEROES TO SERV-LISTA-COUNT.
           OPEN OUTPUT FOLHANOTAS-FILE.
           MOVE PROF-CODIGO-SAVE TO SERV-PROF-CODIGO.
           MOVE "N" TO SERV-FIM.
           START SERVDOC-FILE KEY IS = SERV-PROF-CODIGO
               INVALID KEY
                   MOVE "Y" TO SERV-FIM.
           IF SERV-FIM = "N"
               PERFORM READ-NEXT-SERVDOC.
           PERFORM WRITE-FOLHA-SERVICO
               UNTIL SERV-FIM = "Y"
                  OR SERV-PROF-CODIGO NOT = PROF-CODIGO-SAVE.
           CLOSE FOLHANOTAS-FILE.
           IF SERV-LISTA-COUNT = 0
               DISPLAY "PROFESSOR SEM SERVICO DOCENTE NESTE ANO"
           ELSE
               PERFORM GUARDAR-FOLHA-NOTAS.

       WRITE-FOLHA-SERVICO.
           IF SERV-ANO = FOLHA-ANO
               ADD 1 TO SERV-LISTA-COUNT
               PERFORM WRITE-FOLHA-TURMA.
           PERFORM READ-NEXT-SERVDOC.

       WRITE-FOLHA-TURMA.
           MOVE ZEROES TO ALUNOTURMA-KEY.
           MOVE "N" TO FILE-AT-END.
           START ALUNOTURMA-FILE KEY IS >= ALUNOTURMA-KEY
               INVALID KEY
                   MOVE "Y" TO FILE-AT-END.
           IF FILE-AT-END = "N"
               PERFORM READ-NEXT-ALUNO-TURMA.
           PERFORM WRITE-FOLHA-ALUNO
               UNTIL FILE-AT-END = "Y".

       WRITE-FOLHA-ALUNO.
           IF ALUNOTURMA-CODE = SERV-TURMA AND
                   ALUNOTURMA-ANO = FOLHA-ANO
               MOVE ALUNOTURMA-NUMBER TO ALUNO-NUMBER
               MOVE FOLHA-ANO TO ANO-LETIVO
               MOVE FOLHA-PERIODO TO PERIODO
               PERFORM READ-NOTAS-RECORD
               IF RECORD-FOUND = "N"
                   ADD 1 TO FOLHA-SEM-REGISTO
               ELSE
               IF ALUNO-ATIVO
                   PERFORM WRITE-FOLHA-LINHA.
           PERFORM READ-NEXT-ALUNO-TURMA.

       WRITE-FOLHA-LINHA.
           MOVE SPACES TO FOLHA-LINHA.
           MOVE ALUNO-NUMBER TO FOLHA-ALUNO-NUMBER.
           MOVE ANO-LETIVO TO FOLHA-ANO-LETIVO.
           MOVE PERIODO TO FOLHA-PERIODO-LINHA.
           MOVE SERV-DISCIPLINA TO FOLHA-DISCIPLINA.
           MOVE PROF-CODIGO-SAVE TO FOLHA-PROF-CODIGO.
           MOVE SERV-TURMA TO FOLHA-TURMA.
           MOVE NOMEALUNO TO FOLHA-NOME-ALUNO.
           WRITE FOLHANOTAS-RECORD FROM FOLHA-LINHA.
           ADD 1 TO FOLHA-LINHAS.

       GUARDAR-FOLHA-NOTAS.
           MOVE SPACES TO FOLHA-FILENAME.
           STRING "folhanotas_" DELIMITED BY SIZE
                  PROF-CODIGO-SAVE DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
             INTO FOLHA-FILENAME.
           MOVE SPACES TO FOLHA-COMMAND.
           STRING "mv folhanotas.txt " DELIMITED BY SIZE
                  FOLHA-FILENAME DELIMITED BY SPACE
             INTO FOLHA-COMMAND.
           CALL "SYSTEM" USING FOLHA-COMMAND.
           IF RETURN-CODE NOT = 0
               MOVE "folhanotas.txt" TO FOLHA-FILENAME.
           MOVE FOLHA-LINHAS TO FOLHA-COUNT-ED.
           DISPLAY "LINHAS NA FOLHA: " FOLHA-COUNT-ED.
           IF FOLHA-SEM-REGISTO > 0
               MOVE FOLHA-SEM-REGISTO TO FOLHA-COUNT-ED
               DISPLAY "ALUNOS DA TURMA SEM REGISTO NO PERIODO: "
                   FOLHA-COUNT-ED.
           DISPLAY "FOLHA DE NOTAS GRAVADA EM " FOLHA-FILENAME.

      *--------------------------------------------------
      * Historico escolar: para cada aluno pedido,
      * todos os ANO-LETIVOs por ordem (ficheiro vivo e
      * notashist.dat), com as notas de cada PERIODO, a
      * nota final de cada disciplina tirada de
      * notasfinais.dat (marcada quando veio do exame de
      * recurso), as faltas do ano (faltasindex.dat ou
      * faltashist.dat), o resultado do ano e o estado
      * de matricula.  Fecha com o bloco de assinaturas
      * e o numero de emissao, que fica em
      * historicos.log.
      *--------------------------------------------------
       HISTOR34-MODE.
           MOVE "LISTING" TO THE-MODE.
           OPEN I-O NOTASHIST-FILE.
           OPEN I-O FALTAS-FILE.
           OPEN I-O FALTASHIST-FILE.
           OPEN OUTPUT HISTORICO-FILE.
           MOVE ZEROES TO HESC-EMITIDOS.
           PERFORM ENTER-HESC-NUMBER.
           PERFORM HESC-RECORDS
               UNTIL HESC-NUMBER = ZEROES.
           CLOSE HISTORICO-FILE.
           CLOSE NOTASHIST-FILE.
           CLOSE FALTAS-FILE.
           CLOSE FALTASHIST-FILE.
           IF HESC-EMITIDOS > 0
               DISPLAY "HISTORICOS GRAVADOS EM historico.txt"
               MOVE "historico.txt" TO RELAT-ORIGEM
               MOVE 34 TO RELAT-MODO
               MOVE ZEROES TO RELAT-ANO
               MOVE ZERO TO RELAT-PERIODO
               MOVE SPACES TO RELAT-TURMA
               PERFORM ARQUIVAR-RELATORIO.

       ENTER-HESC-NUMBER.
           DISPLAY " ".
           DISPLAY "NUMERO DO ALUNO (1-99999) OU 0 PARA SAIR".
           ACCEPT ALUNO-NUMBER-FIELD.
           MOVE ALUNO-NUMBER-FIELD TO HESC-NUMBER.

       HESC-RECORDS.
           MOVE HESC-NUMBER TO HESC-NUMBER-ED.
           PERFORM HESC-COLLECT-ANOS.
           IF HESC-ANO-COUNT = 0
               DISPLAY "SEM REGISTOS DO ALUNO " HESC-NUMBER-ED
           ELSE
               PERFORM NEXT-HESC-EMISSAO
               PERFORM WRITE-HISTORICO
               PERFORM LOG-HESC-EMISSAO
               ADD 1 TO HESC-EMITIDOS
               DISPLAY "HISTORICO No. " HESC-EMISSAO
                   " DO ALUNO " HESC-NUMBER-ED " EMITIDO".
           PERFORM ENTER-HESC-NUMBER.

      *--------------------------------------------------
      * Os ANO-LETIVOs do aluno, por ordem: a chave dos
      * dois ficheiros comeca pelo numero do aluno, por
      * isso basta um START e ler ate o numero mudar.
      *--------------------------------------------------
       HESC-COLLECT-ANOS.
           MOVE ZEROES TO HESC-ANO-COUNT.
           MOVE SPACES TO HESC-NOME.
           MOVE HESC-NUMBER TO ALUNO-NUMBER.
           MOVE ZEROES TO ANO-LETIVO.
           MOVE ZERO TO PERIODO.
           MOVE "N" TO HESC-FIM.
           START NOTAS-FILE KEY IS >= ALUNO-TERM-KEY
               INVALID KEY
                   MOVE "Y" TO HESC-FIM.
           IF HESC-FIM = "N"
               PERFORM HESC-READ-NEXT-NOTAS.
           PERFORM HESC-COLLECT-VIVO
               UNTIL HESC-FIM = "Y"
                  OR ALUNO-NUMBER NOT = HESC-NUMBER.
           MOVE HESC-NUMBER TO HIST-ALUNO-NUMBER.
           MOVE ZEROES TO HIST-ANO-LETIVO.
           MOVE ZERO TO HIST-PERIODO.
           MOVE "N" TO HESC-FIM.
           START NOTASHIST-FILE KEY IS >= HIST-TERM-KEY
               INVALID KEY
                   MOVE "Y" TO HESC-FIM.
           IF HESC-FIM = "N"
               PERFORM HESC-READ-NEXT-HIST.
           PERFORM HESC-COLLECT-HIST
               UNTIL HESC-FIM = "Y"
                  OR HIST-ALUNO-NUMBER NOT = HESC-NUMBER.

       HESC-READ-NEXT-NOTAS.
           READ NOTAS-FILE NEXT RECORD
           AT END MOVE "Y" TO HESC-FIM.

       HESC-READ-NEXT-HIST.
           READ NOTASHIST-FILE NEXT RECORD
           AT END MOVE "Y" TO HESC-FIM.

       HESC-COLLECT-VIVO.
           MOVE NOMEALUNO TO HESC-NOME.
           MOVE ANO-LETIVO TO HESC-ANO-NOVO.
           PERFORM ADD-HESC-ANO.
           PERFORM HESC-READ-NEXT-NOTAS.

       HESC-COLLECT-HIST.
           IF HESC-NOME = SPACES
               MOVE HIST-NOMEALUNO TO HESC-NOME.
           MOVE HIST-ANO-LETIVO TO HESC-ANO-NOVO.
           PERFORM ADD-HESC-ANO.
           PERFORM HESC-READ-NEXT-HIST.

      *    Insere HESC-ANO-NOVO na tabela por ordem, sem
      *    repetir.
       ADD-HESC-ANO.
           MOVE "N" TO HESC-ANO-EXISTE.
           MOVE "N" TO HESC-ANO-POS-FOUND.
           PERFORM LOOK-FOR-HESC-ANO
               VARYING HESC-ANO-IX FROM 1 BY 1
               UNTIL HESC-ANO-POS-FOUND = "Y"
                  OR HESC-ANO-IX > HESC-ANO-COUNT.
           IF HESC-ANO-POS-FOUND = "Y"
               SUBTRACT 1 FROM HESC-ANO-IX.
           IF HESC-ANO-EXISTE = "N"
               IF HESC-ANO-COUNT < 30
                   PERFORM SHIFT-HESC-ANO
                       VARYING HESC-SHIFT-IX FROM HESC-ANO-COUNT
                       BY -1
                       UNTIL HESC-SHIFT-IX < HESC-ANO-IX
                   MOVE HESC-ANO-NOVO TO HESC-ANO (HESC-ANO-IX)
                   ADD 1 TO HESC-ANO-COUNT
               ELSE
                   DISPLAY "ALUNO COM ANOS LETIVOS A MAIS - "
                       HESC-ANO-NOVO " IGNORADO".

       LOOK-FOR-HESC-ANO.
           IF HESC-ANO (HESC-ANO-IX) NOT < HESC-ANO-NOVO
               MOVE "Y" TO HESC-ANO-POS-FOUND
               IF HESC-ANO (HESC-ANO-IX) = HESC-ANO-NOVO
                   MOVE "Y" TO HESC-ANO-EXISTE.

       SHIFT-HESC-ANO.
           MOVE HESC-ANO (HESC-SHIFT-IX) TO
               HESC-ANO (HESC-SHIFT-IX + 1).

      *--------------------------------------------------
      * O numero de emissao continua o ultimo que esta
      * em historicos.log.
      *--------------------------------------------------
       NEXT-HESC-EMISSAO.
           MOVE ZEROES TO HESC-EMISSAO.
           OPEN INPUT HISTLOG-FILE.
           MOVE "N" TO HESC-LOG-FIM.
           PERFORM READ-HESC-LOG.
           PERFORM SCAN-HESC-LOG
               UNTIL HESC-LOG-FIM = "Y".
           CLOSE HISTLOG-FILE.
           ADD 1 TO HESC-EMISSAO.
           ACCEPT HESC-DATA FROM DATE.
           ACCEPT HESC-HORA FROM TIME.

       READ-HESC-LOG.
           READ HISTLOG-FILE INTO HESC-LOG-LINHA
           AT END MOVE "Y" TO HESC-LOG-FIM.

       SCAN-HESC-LOG.
           IF HESC-LOG-NUMERO NUMERIC
               IF HESC-LOG-NUMERO > HESC-EMISSAO
                   MOVE HESC-LOG-NUMERO TO HESC-EMISSAO.
           PERFORM READ-HESC-LOG.

       LOG-HESC-EMISSAO.
           MOVE HESC-EMISSAO TO HESC-LOG-NUMERO.
           MOVE HESC-DATA TO HESC-LOG-DATA.
           MOVE HESC-HORA TO HESC-LOG-HORA.
           MOVE HESC-NUMBER TO HESC-LOG-ALUNO.
           MOVE SESSAO-LOGIN TO HESC-LOG-LOGIN.
           MOVE HESC-ANO-COUNT TO HESC-LOG-ANOS.
           OPEN EXTEND HISTLOG-FILE.
           WRITE HISTLOG-RECORD FROM HESC-LOG-LINHA.
           CLOSE HISTLOG-FILE.

       WRITE-HISTORICO.
           MOVE SPACES TO HESC-LINE.
           STRING "HISTORICO ESCOLAR" DELIMITED BY SIZE
                  "                              No. " DELIMITED BY SIZE
                  HESC-EMISSAO DELIMITED BY SIZE
             INTO HESC-LINE.
           WRITE HISTORICO-RECORD FROM HESC-LINE.
           PERFORM WRITE-HESC-BLANK-LINE.
           MOVE SPACES TO HESC-LINE.
           STRING "ALUNO No. " DELIMITED BY SIZE
                  HESC-NUMBER-ED DELIMITED BY SIZE
                  "  NOME: " DELIMITED BY SIZE
                  HESC-NOME DELIMITED BY SIZE
             INTO HESC-LINE.
           WRITE HISTORICO-RECORD FROM HESC-LINE.
           MOVE SPACES TO HESC-LINE.
           STRING "EMITIDO EM (AAMMDD): " DELIMITED BY SIZE
                  HESC-DATA DELIMITED BY SIZE
             INTO HESC-LINE.
           WRITE HISTORICO-RECORD FROM HESC-LINE.
           PERFORM WRITE-HESC-ANO
               VARYING HESC-ANO-IX FROM 1 BY 1
               UNTIL HESC-ANO-IX > HESC-ANO-COUNT.
           PERFORM WRITE-HESC-ASSINATURAS.
           WRITE HISTORICO-RECORD FROM BOLETIM-FORM-FEED.

       WRITE-HESC-ANO.
           MOVE HESC-ANO (HESC-ANO-IX) TO HESC-ANO-ATUAL.
           MOVE ZEROES TO HESC-DISC-COUNT.
           MOVE "N" TO HESC-ARQUIVO.
           MOVE SPACE TO HESC-ESTADO.
           PERFORM LOAD-HESC-PERIODO
               VARYING HESC-PERIODO-IX FROM 1 BY 1
               UNTIL HESC-PERIODO-IX > 4.
           PERFORM LOAD-HESC-FINAIS.
           PERFORM WRITE-HESC-ANO-HEADER.
           PERFORM WRITE-HESC-DISC-LINE
               VARYING HESC-DISC-IX FROM 1 BY 1
               UNTIL HESC-DISC-IX > HESC-DISC-COUNT.
           PERFORM WRITE-HESC-RESULTADO.

       LOAD-HESC-PERIODO.
           MOVE HESC-NUMBER TO ALUNO-NUMBER.
           MOVE HESC-ANO-ATUAL TO ANO-LETIVO.
           MOVE HESC-PERIODO-IX TO PERIODO.
           PERFORM READ-NOTAS-RECORD.
           IF RECORD-FOUND = "N"
               PERFORM READ-HESC-HIST-TERMO.
           IF RECORD-FOUND = "Y"
               MOVE ALUNO-STATUS TO HESC-ESTADO
               PERFORM ADD-HESC-DISC-NOTA
                   VARYING DISCIPLINA-IDX FROM 1 BY 1
                   UNTIL DISCIPLINA-IDX > NUM-DISCIPLINAS
               PERFORM LOAD-HESC-FALTAS.

      *    Como o READ-HIST-RECORD, mas sem mensagem: o
      *    historico diz no cabecalho do ano que veio do
      *    arquivo.
       READ-HESC-HIST-TERMO.
           MOVE ALUNO-NUMBER TO HIST-ALUNO-NUMBER.
           MOVE ANO-LETIVO TO HIST-ANO-LETIVO.
           MOVE PERIODO TO HIST-PERIODO.
           READ NOTASHIST-FILE RECORD
               INVALID KEY
                   MOVE "N" TO RECORD-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO RECORD-FOUND.
           IF RECORD-FOUND = "Y"
               MOVE "Y" TO HESC-ARQUIVO
               MOVE HIST-NUM-DISCIPLINAS TO NUM-DISCIPLINAS
               MOVE NOTASHIST-RECORD TO NOTAS-RECORD.

       ADD-HESC-DISC-NOTA.
           MOVE DISCIPLINA-CODIGO (DISCIPLINA-IDX) TO
               HESC-LOOKUP-CODIGO.
           PERFORM FIND-HESC-DISC.
           IF HESC-DISC-FOUND = "Y" AND
                   NOT DISCIPLINA-POR-LANCAR (DISCIPLINA-IDX)
               MOVE DISCIPLINA-NOTA (DISCIPLINA-IDX) TO
                   HESC-DISC-NOTA (HESC-DISC-IX HESC-PERIODO-IX)
               MOVE "Y" TO
                   HESC-DISC-TEM (HESC-DISC-IX HESC-PERIODO-IX).

      *    Procura HESC-LOOKUP-CODIGO na tabela do ano e
      *    acrescenta-a quando ainda nao esta.
       FIND-HESC-DISC.
           MOVE "N" TO HESC-DISC-FOUND.
           PERFORM LOOK-FOR-HESC-DISC
               VARYING HESC-DISC-IX FROM 1 BY 1
               UNTIL HESC-DISC-FOUND = "Y"
                  OR HESC-DISC-IX > HESC-DISC-COUNT.
           IF HESC-DISC-FOUND = "Y"
               SUBTRACT 1 FROM HESC-DISC-IX
           ELSE
           IF HESC-DISC-COUNT < DISCIPLINA-MAX-OCCURS
               ADD 1 TO HESC-DISC-COUNT
               MOVE HESC-DISC-COUNT TO HESC-DISC-IX
               MOVE SPACES TO HESC-DISC (HESC-DISC-IX)
               MOVE HESC-LOOKUP-CODIGO TO
                   HESC-DISC-CODIGO (HESC-DISC-IX)
               MOVE ZEROES TO HESC-DISC-FALTAS (HESC-DISC-IX)
               MOVE "N" TO HESC-DISC-RECURSO (HESC-DISC-IX)
               MOVE "Y" TO HESC-DISC-FOUND.

       LOOK-FOR-HESC-DISC.
           IF HESC-DISC-CODIGO (HESC-DISC-IX) = HESC-LOOKUP-CODIGO
               MOVE "Y" TO HESC-DISC-FOUND.

       LOAD-HESC-FALTAS.
           PERFORM LER-FALTAS-RECORD.
           IF FALTAS-RECORD-FOUND = "N"
               MOVE ALUNO-NUMBER TO FHIST-ALUNO-NUMBER
               MOVE ANO-LETIVO TO FHIST-ANO-LETIVO
               MOVE PERIODO TO FHIST-PERIODO
               READ FALTASHIST-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO FALTAS-RECORD-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO FALTAS-RECORD-FOUND
                       MOVE FHIST-NUM-DISCIPLINAS TO
                           FALTAS-NUM-DISCIPLINAS
                       MOVE FALTASHIST-RECORD TO FALTAS-RECORD.
           IF FALTAS-RECORD-FOUND = "Y"
               PERFORM ADD-HESC-DISC-FALTAS
                   VARYING FALTAS-IDX FROM 1 BY 1
                   UNTIL FALTAS-IDX > FALTAS-NUM-DISCIPLINAS.

       ADD-HESC-DISC-FALTAS.
           MOVE FALTAS-DISC-CODIGO (FALTAS-IDX) TO HESC-LOOKUP-CODIGO.
           PERFORM FIND-HESC-DISC.
           IF HESC-DISC-FOUND = "Y"
               ADD FALTAS-DISC-CONT (FALTAS-IDX) TO
                   HESC-DISC-FALTAS (HESC-DISC-IX).

      *--------------------------------------------------
      * O FINAL13-MODE acrescenta ao notasfinais.dat,
      * por isso quando o ano foi apurado mais do que
      * uma vez vale a ultima linha.
      *--------------------------------------------------
       LOAD-HESC-FINAIS.
           MOVE SPACES TO HESC-MEDIA-FINAL.
           MOVE SPACES TO HESC-RESULTADO.
           OPEN INPUT FINAIS-FILE.
           MOVE "N" TO HESC-FINAIS-FIM.
           PERFORM READ-HESC-FINAIS.
           PERFORM CHECK-HESC-FINAIS
               UNTIL HESC-FINAIS-FIM = "Y".
           CLOSE FINAIS-FILE.

       READ-HESC-FINAIS.
           READ FINAIS-FILE
           AT END MOVE "Y" TO HESC-FINAIS-FIM.

       CHECK-HESC-FINAIS.
           IF FIN-ANO = HESC-ANO-ATUAL AND FIN-NUMBER = HESC-NUMBER
               IF FIN-TIPO-ALUNO
                   MOVE FIN-MEDIA TO HESC-MEDIA-FINAL
                   MOVE FIN-RESULTADO TO HESC-RESULTADO
               ELSE
               IF FIN-TIPO-DISC
                   PERFORM LOAD-HESC-FINAL-DISC.
           PERFORM READ-HESC-FINAIS.

       LOAD-HESC-FINAL-DISC.
           MOVE FIN-DISC-CODIGO TO HESC-LOOKUP-CODIGO.
           PERFORM FIND-HESC-DISC.
           IF HESC-DISC-FOUND = "Y"
               MOVE FIN-DISC-NOTA TO HESC-DISC-FINAL (HESC-DISC-IX)
               IF FIN-DISC-RECURSO = " RECURSO"
                   MOVE "Y" TO HESC-DISC-RECURSO (HESC-DISC-IX)
               ELSE
                   MOVE "N" TO HESC-DISC-RECURSO (HESC-DISC-IX).

       WRITE-HESC-ANO-HEADER.
           PERFORM WRITE-HESC-BLANK-LINE.
           MOVE SPACES TO HESC-LINE.
           MOVE 1 TO HESC-POINTER.
           STRING "ANO LETIVO " DELIMITED BY SIZE
                  HESC-ANO-ATUAL DELIMITED BY SIZE
                  "   MATRICULA: " DELIMITED BY SIZE
             INTO HESC-LINE
             WITH POINTER HESC-POINTER.
           IF HESC-ESTADO = "T"
               STRING "TRANSFERIDO" DELIMITED BY SIZE
                 INTO HESC-LINE
                 WITH POINTER HESC-POINTER
           ELSE
           IF HESC-ESTADO = "D"
               STRING "DESISTENTE" DELIMITED BY SIZE
                 INTO HESC-LINE
                 WITH POINTER HESC-POINTER
           ELSE
               STRING "ATIVO" DELIMITED BY SIZE
                 INTO HESC-LINE
                 WITH POINTER HESC-POINTER.
           IF HESC-ARQUIVO = "Y"
               STRING "   (ARQUIVO HISTORICO)" DELIMITED BY SIZE
                 INTO HESC-LINE
                 WITH POINTER HESC-POINTER.
           WRITE HISTORICO-RECORD FROM HESC-LINE.
           MOVE SPACES TO HESC-LINE.
           STRING "DISCIPLINA         1.P    2.P    3.P    4.P"
                      DELIMITED BY SIZE
                  "  FINAL  FALTAS" DELIMITED BY SIZE
             INTO HESC-LINE.
           WRITE HISTORICO-RECORD FROM HESC-LINE.

       WRITE-HESC-DISC-LINE.
           MOVE SPACES TO HESC-LINE.
           MOVE 1 TO HESC-POINTER.
           STRING HESC-DISC-CODIGO (HESC-DISC-IX) DELIMITED BY SIZE
             INTO HESC-LINE
             WITH POINTER HESC-POINTER.
           PERFORM APPEND-HESC-PERIODO
               VARYING HESC-PERIODO-IX FROM 1 BY 1
               UNTIL HESC-PERIODO-IX > 4.
           IF HESC-DISC-FINAL (HESC-DISC-IX) = SPACES
               STRING "      -" DELIMITED BY SIZE
                 INTO HESC-LINE
                 WITH POINTER HESC-POINTER
           ELSE
               STRING "  " DELIMITED BY SIZE
                      HESC-DISC-FINAL (HESC-DISC-IX) DELIMITED BY SIZE
                 INTO HESC-LINE
                 WITH POINTER HESC-POINTER.
           MOVE HESC-DISC-FALTAS (HESC-DISC-IX) TO HESC-FALTAS-ED.
           STRING "    " DELIMITED BY SIZE
                  HESC-FALTAS-ED DELIMITED BY SIZE
             INTO HESC-LINE
             WITH POINTER HESC-POINTER.
           IF HESC-DISC-RECURSO (HESC-DISC-IX) = "Y"
               STRING "  (RECURSO)" DELIMITED BY SIZE
                 INTO HESC-LINE
                 WITH POINTER HESC-POINTER.
           WRITE HISTORICO-RECORD FROM HESC-LINE.

       APPEND-HESC-PERIODO.
           IF HESC-DISC-TEM (HESC-DISC-IX HESC-PERIODO-IX) = "Y"
               MOVE HESC-DISC-NOTA (HESC-DISC-IX HESC-PERIODO-IX)
                   TO HESC-NOTA-ED
               STRING "  " DELIMITED BY SIZE
                      HESC-NOTA-ED DELIMITED BY SIZE
                 INTO HESC-LINE
                 WITH POINTER HESC-POINTER
           ELSE
               STRING "      -" DELIMITED BY SIZE
                 INTO HESC-LINE
                 WITH POINTER HESC-POINTER.

       WRITE-HESC-RESULTADO.
           MOVE SPACES TO HESC-LINE.
           IF HESC-RESULTADO = SPACES
               STRING "RESULTADO DO ANO: NAO APURADO" DELIMITED BY SIZE
                 INTO HESC-LINE
           ELSE
               STRING "RESULTADO DO ANO: " DELIMITED BY SIZE
                      HESC-RESULTADO DELIMITED BY SIZE
                      "  MEDIA FINAL: " DELIMITED BY SIZE
                      HESC-MEDIA-FINAL DELIMITED BY SIZE
                 INTO HESC-LINE.
           WRITE HISTORICO-RECORD FROM HESC-LINE.

       WRITE-HESC-ASSINATURAS.
           PERFORM WRITE-HESC-BLANK-LINE.
           PERFORM WRITE-HESC-BLANK-LINE.
           MOVE SPACES TO HESC-LINE.
           STRING "OS SERVICOS ADMINISTRATIVOS" DELIMITED BY SIZE
                  "           O DIRETOR" DELIMITED BY SIZE
             INTO HESC-LINE.
           WRITE HISTORICO-RECORD FROM HESC-LINE.
           PERFORM WRITE-HESC-BLANK-LINE.
           MOVE SPACES TO HESC-LINE.
           STRING "______________________________" DELIMITED BY SIZE
                  "        " DELIMITED BY SIZE
                  "______________________________" DELIMITED BY SIZE
             INTO HESC-LINE.
           WRITE HISTORICO-RECORD FROM HESC-LINE.
           PERFORM WRITE-HESC-BLANK-LINE.
           MOVE SPACES TO HESC-LINE.
           STRING "EMISSAO No. " DELIMITED BY SIZE
                  HESC-EMISSAO DELIMITED BY SIZE
                  " POR " DELIMITED BY SIZE
                  SESSAO-LOGIN DELIMITED BY SPACE
                  " - REGISTADA EM historicos.log" DELIMITED BY SIZE
             INTO HESC-LINE.
           WRITE HISTORICO-RECORD FROM HESC-LINE.

       WRITE-HESC-BLANK-LINE.
           MOVE SPACES TO HESC-LINE.
           WRITE HISTORICO-RECORD FROM HESC-LINE.

      *--------------------------------------------------
      * Alunos em risco (alunosrisco.txt): para o
      * diretor de turma levar ao conselho, antes dos
      * resultados finais.  Cada aluno ativo do PERIODO
      * escolhido e comparado com o seu PERIODO anterior
      * do mesmo ANO-LETIVO; os sinalizados saem por
      * turma (alunoturma.dat) com o nome e o telefone
      * do encarregado (encarregados.dat).
      *--------------------------------------------------
       RISCO35-MODE.
           MOVE "LISTING" TO THE-MODE.
           DISPLAY "ALUNOS EM RISCO PARA ANO LETIVO (EX: 2026)".
           ACCEPT RISCO-ANO.
           DISPLAY "PERIODO A COMPARAR COM O ANTERIOR (2-4)".
           ACCEPT RISCO-PERIODO.
           PERFORM REVALIDATE-RISCO-PERIODO
               UNTIL RISCO-PERIODO-VALIDO.
           DISPLAY "QUEDA DA MEDIA A SINALIZAR (EX: 2.00, "
               "0 = 2.00)".
           ACCEPT RISCO-MARGEM-IN.
           IF RISCO-MARGEM-IN NOT = ZERO
               MOVE RISCO-MARGEM-IN TO RISCO-MARGEM.
           COMPUTE RISCO-PERIODO-ANT = RISCO-PERIODO - 1.
           IF FALTAS-LIMITE > RISCO-FALTAS-MARGEM
               COMPUTE RISCO-FALTAS-AVISO =
                   FALTAS-LIMITE - RISCO-FALTAS-MARGEM
           ELSE
               MOVE 1 TO RISCO-FALTAS-AVISO.
           PERFORM ALUNOTURMA-OPENING.
           IF ALUNOTURMA-OPEN-OK = "Y"
               PERFORM RISCO35-RUN.

       RISCO35-RUN.
           OPEN I-O FALTAS-FILE.
           OPEN I-O ENCARR-FILE.
           MOVE ZEROES TO RISCO-COUNT.
           MOVE ZEROES TO RISCO-COMPARADOS.
           MOVE ZEROES TO RISCO-SEM-ANTERIOR.
           MOVE ZEROES TO RISCO-NAO-ATIVOS.
           MOVE ZEROES TO RISCO-IGNORADOS.
           MOVE ZEROES TO RISCO-ANT-NUMBER.
           MOVE "N" TO FILE-AT-END.
           PERFORM READ-NEXT-RECORD.
           PERFORM SCAN-RISCO-RECORDS
               UNTIL FILE-AT-END = "Y".
           PERFORM SORT-RISCO-TABLE.
           PERFORM WRITE-RISCO-REPORT.
           CLOSE ALUNOTURMA-FILE.
           CLOSE FALTAS-FILE.
           CLOSE ENCARR-FILE.
           MOVE RISCO-COUNT TO RISCO-COUNT-ED.
           DISPLAY "ALUNOS EM RISCO: " RISCO-COUNT-ED
               " (VER alunosrisco.txt)".

       REVALIDATE-RISCO-PERIODO.
           DISPLAY "PERIODO INVALIDO. INTRODUZA 2, 3 OU 4!".
           DISPLAY "PERIODO A COMPARAR COM O ANTERIOR (2-4)".
           ACCEPT RISCO-PERIODO.

       SCAN-RISCO-RECORDS.
           IF ANO-LETIVO = RISCO-ANO
               IF PERIODO = RISCO-PERIODO-ANT
                   PERFORM SAVE-RISCO-ANTERIOR
               ELSE
               IF PERIODO = RISCO-PERIODO
                   PERFORM CHECK-RISCO-RECORD.
           PERFORM READ-NEXT-RECORD.

       SAVE-RISCO-ANTERIOR.
           MOVE ALUNO-NUMBER TO RISCO-ANT-NUMBER.
           PERFORM RISCO-CALC-MEDIA.
           MOVE MEDIA TO RISCO-ANT-MEDIA.
           MOVE NUM-DISCIPLINAS TO RISCO-ANT-NUM.
           PERFORM SAVE-RISCO-ANT-DISC
               VARYING DISCIPLINA-IDX FROM 1 BY 1
               UNTIL DISCIPLINA-IDX > NUM-DISCIPLINAS.

       SAVE-RISCO-ANT-DISC.
           MOVE DISCIPLINA-IDX TO RISCO-ANT-IX.
           MOVE DISCIPLINA-CODIGO (DISCIPLINA-IDX) TO
               RISCO-ANT-CODIGO (RISCO-ANT-IX).
           MOVE DISCIPLINA-NOTA (DISCIPLINA-IDX) TO
               RISCO-ANT-NOTA (RISCO-ANT-IX).

       CHECK-RISCO-RECORD.
           IF NOT ALUNO-ATIVO
               ADD 1 TO RISCO-NAO-ATIVOS
           ELSE
           IF RISCO-ANT-NUMBER NOT = ALUNO-NUMBER
               ADD 1 TO RISCO-SEM-ANTERIOR
           ELSE
               ADD 1 TO RISCO-COMPARADOS
               PERFORM CHECK-RISCO-ALUNO.

      *    MEDIA ponderada como em CALCULO-MEDIA, sem as
      *    mensagens no ecra.
       RISCO-CALC-MEDIA.
           MOVE ZERO TO DISCIPLINA-NOTA-SUM.
           MOVE ZERO TO DISCIPLINA-PESO-SUM.
           MOVE ZERO TO NOTAS-POR-LANCAR.
           PERFORM SUM-ONE-DISCIPLINA-NOTA
               VARYING DISCIPLINA-IDX FROM 1 BY 1
               UNTIL DISCIPLINA-IDX > NUM-DISCIPLINAS.
           IF DISCIPLINA-PESO-SUM = ZERO
               MOVE ZERO TO MEDIA
           ELSE
               COMPUTE MEDIA = DISCIPLINA-NOTA-SUM /
                   DISCIPLINA-PESO-SUM.

       CHECK-RISCO-ALUNO.
           MOVE "N" TO RISCO-TEM-QUEDA.
           MOVE "N" TO RISCO-TEM-NEGATIVA.
           MOVE "N" TO RISCO-TEM-FALTAS.
           MOVE SPACES TO RISCO-NEG-LISTA.
           MOVE 1 TO RISCO-NEG-POINTER.
           MOVE SPACES TO RISCO-FAL-LISTA.
           MOVE 1 TO RISCO-FAL-POINTER.
           PERFORM RISCO-CALC-MEDIA.
           COMPUTE RISCO-QUEDA = RISCO-ANT-MEDIA - MEDIA.
           IF RISCO-QUEDA > RISCO-MARGEM AND
                   NOTAS-POR-LANCAR < NUM-DISCIPLINAS
               MOVE "Y" TO RISCO-TEM-QUEDA.
           PERFORM CHECK-RISCO-NEGATIVA
               VARYING DISCIPLINA-IDX FROM 1 BY 1
               UNTIL DISCIPLINA-IDX > NUM-DISCIPLINAS.
           PERFORM LOAD-RISCO-FALTAS-ANT.
           PERFORM LER-FALTAS-RECORD.
           IF FALTAS-RECORD-FOUND = "Y"
               PERFORM CHECK-RISCO-FALTAS
                   VARYING FALTAS-IDX FROM 1 BY 1
                   UNTIL FALTAS-IDX > FALTAS-NUM-DISCIPLINAS.
           IF RISCO-TEM-QUEDA = "Y" OR RISCO-TEM-NEGATIVA = "Y"
                   OR RISCO-TEM-FALTAS = "Y"
               PERFORM ADD-RISCO-ENTRY.

      *    So conta como negativa nova quando a disciplina
      *    existia no periodo anterior com nota positiva.
       CHECK-RISCO-NEGATIVA.
           IF DISCIPLINA-NOTA (DISCIPLINA-IDX) < 10 AND
                   NOT DISCIPLINA-POR-LANCAR (DISCIPLINA-IDX)
               MOVE DISCIPLINA-CODIGO (DISCIPLINA-IDX) TO
                   RISCO-LOOKUP-CODIGO
               PERFORM FIND-RISCO-ANT-DISC
               IF RISCO-FOUND = "Y"
                   IF RISCO-ANT-NOTA (RISCO-ANT-IX) NOT < 10
                       MOVE "Y" TO RISCO-TEM-NEGATIVA
                       STRING RISCO-LOOKUP-CODIGO DELIMITED BY SPACE
                              " " DELIMITED BY SIZE
                         INTO RISCO-NEG-LISTA
                         WITH POINTER RISCO-NEG-POINTER.

       FIND-RISCO-ANT-DISC.
           MOVE "N" TO RISCO-FOUND.
           PERFORM LOOK-FOR-RISCO-ANT-DISC
               VARYING RISCO-ANT-IX FROM 1 BY 1
               UNTIL RISCO-FOUND = "Y"
                  OR RISCO-ANT-IX > RISCO-ANT-NUM.
           IF RISCO-FOUND = "Y"
               SUBTRACT 1 FROM RISCO-ANT-IX.

       LOOK-FOR-RISCO-ANT-DISC.
           IF RISCO-ANT-CODIGO (RISCO-ANT-IX) = RISCO-LOOKUP-CODIGO
               MOVE "Y" TO RISCO-FOUND.

      *    Faltas do periodo anterior (leitura direta: o
      *    LER-FALTAS-RECORD le o termo do NOTAS-RECORD).
       LOAD-RISCO-FALTAS-ANT.
           MOVE ZEROES TO RISCO-FANT-NUM.
           MOVE ALUNO-NUMBER TO FALTAS-ALUNO-NUMBER.
           MOVE ANO-LETIVO TO FALTAS-ANO-LETIVO.
           MOVE RISCO-PERIODO-ANT TO FALTAS-PERIODO.
           READ FALTAS-FILE RECORD
               INVALID KEY
                   MOVE "N" TO FALTAS-RECORD-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO FALTAS-RECORD-FOUND.
           IF FALTAS-RECORD-FOUND = "Y"
               MOVE FALTAS-NUM-DISCIPLINAS TO RISCO-FANT-NUM
               PERFORM SAVE-RISCO-FALTAS-ANT
                   VARYING FALTAS-IDX FROM 1 BY 1
                   UNTIL FALTAS-IDX > FALTAS-NUM-DISCIPLINAS.

       SAVE-RISCO-FALTAS-ANT.
           MOVE FALTAS-DISC-CODIGO (FALTAS-IDX) TO
               RISCO-FANT-CODIGO (FALTAS-IDX).
           MOVE FALTAS-DISC-CONT (FALTAS-IDX) TO
               RISCO-FANT-CONT (FALTAS-IDX).

       CHECK-RISCO-FALTAS.
           MOVE ZEROES TO RISCO-ANT-CONT.
           MOVE "N" TO RISCO-FOUND.
           PERFORM LOOK-FOR-RISCO-FANT
               VARYING RISCO-ANT-IX FROM 1 BY 1
               UNTIL RISCO-FOUND = "Y"
                  OR RISCO-ANT-IX > RISCO-FANT-NUM.
           IF FALTAS-DISC-CONT (FALTAS-IDX) > RISCO-ANT-CONT
              AND FALTAS-DISC-CONT (FALTAS-IDX) NOT <
                   RISCO-FALTAS-AVISO
               MOVE "Y" TO RISCO-TEM-FALTAS
               MOVE FALTAS-DISC-CONT (FALTAS-IDX) TO RISCO-FALTAS-ED
               STRING FALTAS-DISC-CODIGO (FALTAS-IDX)
                          DELIMITED BY SPACE
                      "(" DELIMITED BY SIZE
                      RISCO-FALTAS-ED DELIMITED BY SIZE
                      ") " DELIMITED BY SIZE
                 INTO RISCO-FAL-LISTA
                 WITH POINTER RISCO-FAL-POINTER.

       LOOK-FOR-RISCO-FANT.
           IF RISCO-FANT-CODIGO (RISCO-ANT-IX) =
                   FALTAS-DISC-CODIGO (FALTAS-IDX)
               MOVE "Y" TO RISCO-FOUND
               MOVE RISCO-FANT-CONT (RISCO-ANT-IX) TO RISCO-ANT-CONT.

       ADD-RISCO-ENTRY.
           IF RISCO-COUNT >= 9999
               ADD 1 TO RISCO-IGNORADOS
           ELSE
               PERFORM GET-ALUNO-TURMA
               ADD 1 TO RISCO-COUNT
               MOVE ALUNO-TURMA-ATUAL TO RISCO-E-TURMA (RISCO-COUNT)
               MOVE ALUNO-NUMBER TO RISCO-E-NUMBER (RISCO-COUNT)
               MOVE NOMEALUNO TO RISCO-E-NOME (RISCO-COUNT)
               MOVE RISCO-ANT-MEDIA TO RISCO-E-MEDIA-ANT (RISCO-COUNT)
               MOVE MEDIA TO RISCO-E-MEDIA (RISCO-COUNT)
               MOVE RISCO-TEM-QUEDA TO RISCO-E-QUEDA (RISCO-COUNT)
               MOVE RISCO-NEG-LISTA TO RISCO-E-NEGATIVAS (RISCO-COUNT)
               MOVE RISCO-FAL-LISTA TO RISCO-E-FALTAS (RISCO-COUNT).

      *    Por turma e, dentro da turma, por numero.
       SORT-RISCO-TABLE.
           PERFORM SORT-RISCO-OUTER-PASS
               VARYING RISCO-PASS FROM 1 BY 1
               UNTIL RISCO-PASS >= RISCO-COUNT.

       SORT-RISCO-OUTER-PASS.
           PERFORM SORT-RISCO-COMPARE-ADJACENT
               VARYING RISCO-IX FROM 1 BY 1
               UNTIL RISCO-IX >= RISCO-COUNT.

       SORT-RISCO-COMPARE-ADJACENT.
           COMPUTE RISCO-NEXT-IX = RISCO-IX + 1.
           IF RISCO-E-CHAVE (RISCO-IX) >
                   RISCO-E-CHAVE (RISCO-NEXT-IX)
               MOVE RISCO-ENTRY (RISCO-IX) TO RISCO-ENTRY-TEMP
               MOVE RISCO-ENTRY (RISCO-NEXT-IX) TO
                   RISCO-ENTRY (RISCO-IX)
               MOVE RISCO-ENTRY-TEMP TO RISCO-ENTRY (RISCO-NEXT-IX).

       WRITE-RISCO-REPORT.
           OPEN OUTPUT ALUNOSRISCO-FILE.
           MOVE SPACES TO RISCO-LINE.
           STRING "ALUNOS EM RISCO - ANO LETIVO " DELIMITED BY SIZE
                  RISCO-ANO DELIMITED BY SIZE
                  " - PERIODO " DELIMITED BY SIZE
                  RISCO-PERIODO DELIMITED BY SIZE
                  " COMPARADO COM O PERIODO " DELIMITED BY SIZE
                  RISCO-PERIODO-ANT DELIMITED BY SIZE
             INTO RISCO-LINE.
           WRITE ALUNOSRISCO-RECORD FROM RISCO-LINE.
           MOVE RISCO-MARGEM TO RISCO-QUEDA-ED.
           MOVE RISCO-FALTAS-AVISO TO RISCO-FALTAS-ED.
           MOVE FALTAS-LIMITE TO RISCO-LIMITE-ED.
           MOVE SPACES TO RISCO-LINE.
           STRING "QUEDA DA MEDIA ACIMA DE " DELIMITED BY SIZE
                  RISCO-QUEDA-ED DELIMITED BY SIZE
                  "  FALTAS A SUBIR A PARTIR DE " DELIMITED BY SIZE
                  RISCO-FALTAS-ED DELIMITED BY SIZE
                  " (LIMITE " DELIMITED BY SIZE
                  RISCO-LIMITE-ED DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
             INTO RISCO-LINE.
           WRITE ALUNOSRISCO-RECORD FROM RISCO-LINE.
           MOVE HIGH-VALUES TO RISCO-TURMA-ATUAL.
           PERFORM WRITE-RISCO-ALUNO
               VARYING RISCO-IX FROM 1 BY 1
               UNTIL RISCO-IX > RISCO-COUNT.
           PERFORM WRITE-RISCO-TOTAIS.
           CLOSE ALUNOSRISCO-FILE.
           MOVE "alunosrisco.txt" TO RELAT-ORIGEM.
           MOVE 35 TO RELAT-MODO.
           MOVE RISCO-ANO TO RELAT-ANO.
           MOVE RISCO-PERIODO TO RELAT-PERIODO.
           MOVE SPACES TO RELAT-TURMA.
           PERFORM ARQUIVAR-RELATORIO.

       WRITE-RISCO-ALUNO.
           IF RISCO-E-TURMA (RISCO-IX) NOT = RISCO-TURMA-ATUAL
               MOVE RISCO-E-TURMA (RISCO-IX) TO RISCO-TURMA-ATUAL
               PERFORM WRITE-RISCO-TURMA-HEADER.
           MOVE RISCO-E-NUMBER (RISCO-IX) TO RISCO-NUMBER-ED.
           MOVE RISCO-E-MEDIA-ANT (RISCO-IX) TO RISCO-MEDIA-ANT-ED.
           MOVE RISCO-E-MEDIA (RISCO-IX) TO RISCO-MEDIA-ED.
           MOVE SPACES TO RISCO-LINE.
           MOVE 1 TO RISCO-POINTER.
           STRING RISCO-NUMBER-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  RISCO-E-NOME (RISCO-IX) DELIMITED BY SIZE
                  "  MEDIA " DELIMITED BY SIZE
                  RISCO-MEDIA-ANT-ED DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  RISCO-MEDIA-ED DELIMITED BY SIZE
             INTO RISCO-LINE
             WITH POINTER RISCO-POINTER.
           IF RISCO-E-QUEDA (RISCO-IX) = "Y"
               STRING "  MEDIA EM QUEDA" DELIMITED BY SIZE
                 INTO RISCO-LINE
                 WITH POINTER RISCO-POINTER.
           WRITE ALUNOSRISCO-RECORD FROM RISCO-LINE.
           IF RISCO-E-NEGATIVAS (RISCO-IX) NOT = SPACES
               MOVE SPACES TO RISCO-LINE
               STRING "     NEGATIVAS NOVAS: " DELIMITED BY SIZE
                      RISCO-E-NEGATIVAS (RISCO-IX) DELIMITED BY SIZE
                 INTO RISCO-LINE
               WRITE ALUNOSRISCO-RECORD FROM RISCO-LINE.
           IF RISCO-E-FALTAS (RISCO-IX) NOT = SPACES
               MOVE SPACES TO RISCO-LINE
               STRING "     FALTAS A SUBIR:  " DELIMITED BY SIZE
                      RISCO-E-FALTAS (RISCO-IX) DELIMITED BY SIZE
                 INTO RISCO-LINE
               WRITE ALUNOSRISCO-RECORD FROM RISCO-LINE.
           MOVE RISCO-E-NUMBER (RISCO-IX) TO ENCARR-NUMBER.
           PERFORM READ-ENCARR-RECORD.
           MOVE SPACES TO RISCO-LINE.
           IF ENCARR-FOUND = "Y"
               STRING "     ENCARREGADO: " DELIMITED BY SIZE
                      ENCARR-NOME DELIMITED BY SIZE
                      "  TEL: " DELIMITED BY SIZE
                      ENCARR-TELEFONE DELIMITED BY SIZE
                 INTO RISCO-LINE
           ELSE
               STRING "     SEM ENCARREGADO REGISTADO"
                          DELIMITED BY SIZE
                 INTO RISCO-LINE.
           WRITE ALUNOSRISCO-RECORD FROM RISCO-LINE.

       WRITE-RISCO-TURMA-HEADER.
           MOVE SPACES TO RISCO-LINE.
           WRITE ALUNOSRISCO-RECORD FROM RISCO-LINE.
           MOVE SPACES TO RISCO-LINE.
           IF RISCO-TURMA-ATUAL = SPACES
               STRING "ALUNOS SEM TURMA ATRIBUIDA" DELIMITED BY SIZE
                 INTO RISCO-LINE
           ELSE
               STRING "TURMA " DELIMITED BY SIZE
                      RISCO-TURMA-ATUAL DELIMITED BY SIZE
                 INTO RISCO-LINE.
           WRITE ALUNOSRISCO-RECORD FROM RISCO-LINE.

       WRITE-RISCO-TOTAIS.
           MOVE SPACES TO RISCO-LINE.
           WRITE ALUNOSRISCO-RECORD FROM RISCO-LINE.
           MOVE RISCO-COMPARADOS TO RISCO-COUNT-ED.
           MOVE SPACES TO RISCO-LINE.
           STRING "ALUNOS COMPARADOS:              " DELIMITED BY SIZE
                  RISCO-COUNT-ED DELIMITED BY SIZE
             INTO RISCO-LINE.
           WRITE ALUNOSRISCO-RECORD FROM RISCO-LINE.
           MOVE RISCO-COUNT TO RISCO-COUNT-ED.
           MOVE SPACES TO RISCO-LINE.
           STRING "ALUNOS EM RISCO:                " DELIMITED BY SIZE
                  RISCO-COUNT-ED DELIMITED BY SIZE
             INTO RISCO-LINE.
           WRITE ALUNOSRISCO-RECORD FROM RISCO-LINE.
           MOVE RISCO-SEM-ANTERIOR TO RISCO-COUNT-ED.
           MOVE SPACES TO RISCO-LINE.
           STRING "SEM REGISTO DO PERIODO ANTERIOR: " DELIMITED BY SIZE
                  RISCO-COUNT-ED DELIMITED BY SIZE
             INTO RISCO-LINE.
           WRITE ALUNOSRISCO-RECORD FROM RISCO-LINE.
           MOVE RISCO-NAO-ATIVOS TO RISCO-COUNT-ED.
           MOVE SPACES TO RISCO-LINE.
           STRING "ALUNOS NAO ATIVOS IGNORADOS:    " DELIMITED BY SIZE
                  RISCO-COUNT-ED DELIMITED BY SIZE
             INTO RISCO-LINE.
           WRITE ALUNOSRISCO-RECORD FROM RISCO-LINE.
           IF RISCO-IGNORADOS > 0
               MOVE RISCO-IGNORADOS TO RISCO-COUNT-ED
               MOVE SPACES TO RISCO-LINE
               STRING "NAO LISTADOS (TABELA CHEIA):   "
                          DELIMITED BY SIZE
                      RISCO-COUNT-ED DELIMITED BY SIZE
                 INTO RISCO-LINE
               WRITE ALUNOSRISCO-RECORD FROM RISCO-LINE.

      *--------------------------------------------------
      * Alunos duplicados: o mesmo aluno registado com
      * dois numeros (por exemplo um ADD e depois um
      * IMPORT com numero novo).  A opcao 1 escreve
      * duplicados.txt a partir da chave alternativa
      * NOMEALUNO, com o encarregado de cada numero; a
      * opcao 2, so para a direcao, funde dois numeros.
      *--------------------------------------------------
       DUPL36-MODE.
           MOVE "LISTING" TO THE-MODE.
           MOVE 9 TO DUPL-SUBPICK.
           PERFORM DUPL-MENU-ACTION
               UNTIL DUPL-SUBPICK = 0.

       DUPL-MENU-ACTION.
           DISPLAY " ".
           DISPLAY "1. RELATORIO DE ALUNOS DUPLICADOS".
           DISPLAY "2. FUNDIR DOIS NUMEROS DE ALUNO".
           DISPLAY "0. VOLTAR AO MENU".
           DISPLAY "SUA ESCOLHA (0-2)?".
           ACCEPT DUPL-SUBPICK.
           IF DUPL-SUBPICK = 1
               PERFORM DUPL-RELATORIO
           ELSE
           IF DUPL-SUBPICK = 2
               IF SESSAO-PAPEL NOT = "D"
                   DISPLAY "A FUSAO DE ALUNOS SO PODE SER FEITA "
                       "PELA DIRECAO"
               ELSE
                   PERFORM DUPL-FUSAO.

      *--------------------------------------------------
      * Relatorio: os registos de notas sao lidos pela
      * ordem do NOMEALUNO; cada nome com mais de um
      * numero e um grupo.  E PROVAVEL quando dois dos
      * numeros tem o mesmo encarregado (nome ou
      * telefone), POSSIVEL quando falta o encarregado
      * de algum deles.
      *--------------------------------------------------
       DUPL-RELATORIO.
           OPEN I-O ENCARR-FILE.
           OPEN OUTPUT DUPLICADOS-FILE.
           MOVE SPACES TO DUPL-LINE.
           STRING "ALUNOS COM O MESMO NOME E NUMEROS DIFERENTES"
                      DELIMITED BY SIZE
             INTO DUPL-LINE.
           WRITE DUPLICADOS-RECORD FROM DUPL-LINE.
           MOVE SPACES TO DUPL-LINE.
           WRITE DUPLICADOS-RECORD FROM DUPL-LINE.
           MOVE ZEROES TO DUPL-GRUPOS.
           MOVE ZEROES TO DUPL-PROVAVEIS.
           MOVE ZEROES TO DUPL-NUM-COUNT.
           MOVE SPACES TO DUPL-NOME-ATUAL.
           MOVE LOW-VALUES TO NOMEALUNO.
           MOVE "N" TO DUPL-FIM.
           START NOTAS-FILE KEY IS >= NOMEALUNO
               INVALID KEY
                   MOVE "Y" TO DUPL-FIM.
           IF DUPL-FIM = "N"
               PERFORM DUPL-READ-NEXT-NOME.
           PERFORM DUPL-SCAN-NOME
               UNTIL DUPL-FIM = "Y".
           PERFORM DUPL-FECHA-GRUPO.
           PERFORM DUPL-WRITE-TOTAIS.
           CLOSE DUPLICADOS-FILE.
           CLOSE ENCARR-FILE.
           MOVE DUPL-GRUPOS TO DUPL-COUNT-ED.
           DISPLAY "NOMES COM MAIS DE UM NUMERO: " DUPL-COUNT-ED
               " (VER duplicados.txt)".
           MOVE "duplicados.txt" TO RELAT-ORIGEM.
           MOVE 36 TO RELAT-MODO.
           MOVE ZEROES TO RELAT-ANO.
           MOVE ZERO TO RELAT-PERIODO.
           MOVE SPACES TO RELAT-TURMA.
           PERFORM ARQUIVAR-RELATORIO.

       DUPL-READ-NEXT-NOME.
           READ NOTAS-FILE NEXT RECORD
           AT END MOVE "Y" TO DUPL-FIM.

       DUPL-SCAN-NOME.
           IF NOMEALUNO NOT = SPACES
               IF NOMEALUNO NOT = DUPL-NOME-ATUAL
                   PERFORM DUPL-FECHA-GRUPO
                   MOVE NOMEALUNO TO DUPL-NOME-ATUAL
                   MOVE ZEROES TO DUPL-NUM-COUNT
                   MOVE "N" TO DUPL-NUM-CHEIA.
           IF NOMEALUNO NOT = SPACES
               PERFORM DUPL-ADD-NUMERO.
           PERFORM DUPL-READ-NEXT-NOME.

       DUPL-ADD-NUMERO.
           MOVE "N" TO DUPL-FOUND.
           PERFORM DUPL-FIND-NUMERO
               VARYING DUPL-IX FROM 1 BY 1
               UNTIL DUPL-IX > DUPL-NUM-COUNT.
           IF DUPL-FOUND = "N"
               IF DUPL-NUM-COUNT >= DUPL-MAX-NUMEROS
                   MOVE "Y" TO DUPL-NUM-CHEIA
               ELSE
                   ADD 1 TO DUPL-NUM-COUNT
                   MOVE DUPL-NUM-COUNT TO DUPL-JX
                   MOVE ALUNO-NUMBER TO DUPL-N-NUMBER (DUPL-JX)
                   MOVE ZEROES TO DUPL-N-REGISTOS (DUPL-JX)
                   MOVE ANO-LETIVO TO DUPL-N-ANO-MIN (DUPL-JX)
                   MOVE ANO-LETIVO TO DUPL-N-ANO-MAX (DUPL-JX)
                   MOVE "Y" TO DUPL-FOUND.
           IF DUPL-FOUND = "Y"
               PERFORM DUPL-CONTA-REGISTO.

       DUPL-FIND-NUMERO.
           IF DUPL-N-NUMBER (DUPL-IX) = ALUNO-NUMBER
               MOVE "Y" TO DUPL-FOUND
               MOVE DUPL-IX TO DUPL-JX.

       DUPL-CONTA-REGISTO.
           ADD 1 TO DUPL-N-REGISTOS (DUPL-JX).
           IF ANO-LETIVO < DUPL-N-ANO-MIN (DUPL-JX)
               MOVE ANO-LETIVO TO DUPL-N-ANO-MIN (DUPL-JX).
           IF ANO-LETIVO > DUPL-N-ANO-MAX (DUPL-JX)
               MOVE ANO-LETIVO TO DUPL-N-ANO-MAX (DUPL-JX).

       DUPL-FECHA-GRUPO.
           IF DUPL-NUM-COUNT > 1
               PERFORM DUPL-WRITE-GRUPO.

       DUPL-WRITE-GRUPO.
           ADD 1 TO DUPL-GRUPOS.
           MOVE "N" TO DUPL-MESMO-ENC.
           MOVE "N" TO DUPL-SEM-ENC.
           PERFORM DUPL-LOAD-ENCARR
               VARYING DUPL-IX FROM 1 BY 1
               UNTIL DUPL-IX > DUPL-NUM-COUNT.
           PERFORM DUPL-COMPARA-ENCARR
               VARYING DUPL-IX FROM 1 BY 1
               UNTIL DUPL-IX > DUPL-NUM-COUNT
               AFTER DUPL-JX FROM 1 BY 1
               UNTIL DUPL-JX > DUPL-NUM-COUNT.
           MOVE DUPL-NUM-COUNT TO DUPL-COUNT-ED.
           MOVE SPACES TO DUPL-LINE.
           MOVE 1 TO DUPL-POINTER.
           STRING DUPL-NOME-ATUAL DELIMITED BY SIZE
                  "  NUMEROS: " DELIMITED BY SIZE
                  DUPL-COUNT-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
             INTO DUPL-LINE
             WITH POINTER DUPL-POINTER.
           IF DUPL-MESMO-ENC = "Y"
               ADD 1 TO DUPL-PROVAVEIS
               STRING "PROVAVEL - MESMO ENCARREGADO"
                          DELIMITED BY SIZE
                 INTO DUPL-LINE
                 WITH POINTER DUPL-POINTER
           ELSE
           IF DUPL-SEM-ENC = "Y"
               STRING "POSSIVEL - FALTA O ENCARREGADO"
                          DELIMITED BY SIZE
                 INTO DUPL-LINE
                 WITH POINTER DUPL-POINTER
           ELSE
               STRING "A CONFIRMAR - ENCARREGADOS DIFERENTES"
                          DELIMITED BY SIZE
                 INTO DUPL-LINE
                 WITH POINTER DUPL-POINTER.
           WRITE DUPLICADOS-RECORD FROM DUPL-LINE.
           PERFORM DUPL-WRITE-NUMERO
               VARYING DUPL-IX FROM 1 BY 1
               UNTIL DUPL-IX > DUPL-NUM-COUNT.
           IF DUPL-NUM-CHEIA = "Y"
               MOVE SPACES TO DUPL-LINE
               STRING "  (HA MAIS NUMEROS COM ESTE NOME - NAO "
                          DELIMITED BY SIZE
                      "LISTADOS)" DELIMITED BY SIZE
                 INTO DUPL-LINE
               WRITE DUPLICADOS-RECORD FROM DUPL-LINE.
           MOVE SPACES TO DUPL-LINE.
           WRITE DUPLICADOS-RECORD FROM DUPL-LINE.

       DUPL-LOAD-ENCARR.
           MOVE DUPL-N-NUMBER (DUPL-IX) TO ENCARR-NUMBER.
           PERFORM READ-ENCARR-RECORD.
           IF ENCARR-FOUND = "Y"
               MOVE ENCARR-NOME TO DUPL-N-ENC-NOME (DUPL-IX)
               MOVE ENCARR-TELEFONE TO DUPL-N-ENC-TELEFONE (DUPL-IX)
           ELSE
               MOVE SPACES TO DUPL-N-ENC-NOME (DUPL-IX)
               MOVE SPACES TO DUPL-N-ENC-TELEFONE (DUPL-IX)
               MOVE "Y" TO DUPL-SEM-ENC.

       DUPL-COMPARA-ENCARR.
           IF DUPL-IX < DUPL-JX
               IF DUPL-N-ENC-NOME (DUPL-IX) NOT = SPACES AND
                     DUPL-N-ENC-NOME (DUPL-IX) =
                     DUPL-N-ENC-NOME (DUPL-JX)
                   MOVE "Y" TO DUPL-MESMO-ENC
               ELSE
               IF DUPL-N-ENC-TELEFONE (DUPL-IX) NOT = SPACES AND
                     DUPL-N-ENC-TELEFONE (DUPL-IX) =
                     DUPL-N-ENC-TELEFONE (DUPL-JX)
                   MOVE "Y" TO DUPL-MESMO-ENC.

       DUPL-WRITE-NUMERO.
           MOVE DUPL-N-NUMBER (DUPL-IX) TO DUPL-NUMBER-ED.
           MOVE DUPL-N-REGISTOS (DUPL-IX) TO DUPL-COUNT-ED.
           IF DUPL-N-ENC-NOME (DUPL-IX) = SPACES
               MOVE "(SEM ENCARREGADO REGISTADO)" TO DUPL-ENC-NOME-ED
           ELSE
               MOVE DUPL-N-ENC-NOME (DUPL-IX) TO DUPL-ENC-NOME-ED.
           MOVE SPACES TO DUPL-LINE.
           STRING "  No. " DELIMITED BY SIZE
                  DUPL-NUMBER-ED DELIMITED BY SIZE
                  "  REGISTOS " DELIMITED BY SIZE
                  DUPL-COUNT-ED DELIMITED BY SIZE
                  "  ANOS " DELIMITED BY SIZE
                  DUPL-N-ANO-MIN (DUPL-IX) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  DUPL-N-ANO-MAX (DUPL-IX) DELIMITED BY SIZE
                  "  ENC. " DELIMITED BY SIZE
                  DUPL-ENC-NOME-ED DELIMITED BY SIZE
                  " TEL. " DELIMITED BY SIZE
                  DUPL-N-ENC-TELEFONE (DUPL-IX) DELIMITED BY SIZE
             INTO DUPL-LINE.
           WRITE DUPLICADOS-RECORD FROM DUPL-LINE.

       DUPL-WRITE-TOTAIS.
           MOVE DUPL-GRUPOS TO DUPL-COUNT-ED.
           MOVE SPACES TO DUPL-LINE.
           STRING "NOMES COM MAIS DE UM NUMERO:    " DELIMITED BY SIZE
                  DUPL-COUNT-ED DELIMITED BY SIZE
             INTO DUPL-LINE.
           WRITE DUPLICADOS-RECORD FROM DUPL-LINE.
           MOVE DUPL-PROVAVEIS TO DUPL-COUNT-ED.
           MOVE SPACES TO DUPL-LINE.
           STRING "PROVAVEIS (MESMO ENCARREGADO):  " DELIMITED BY SIZE
                  DUPL-COUNT-ED DELIMITED BY SIZE
             INTO DUPL-LINE.
           WRITE DUPLICADOS-RECORD FROM DUPL-LINE.

      *--------------------------------------------------
      * Fusao de dois numeros, ao estilo do ARQ28-MODE:
      * acesso exclusivo as notas, contagens de controlo
      * antes, verificacao de conflitos em todos os
      * ficheiros sem alterar nada, confirmacao, backup
      * e so depois a passagem registo a registo (grava
      * com o numero que fica, apaga o do que
      * desaparece).  Um termo (ou exame) que exista nos
      * dois numeros e um conflito e a fusao nao se faz;
      * turma e encarregado so sao conflito se forem
      * diferentes - iguais, o do numero que desaparece
      * e apagado.  O relatorio fica em fusao.txt.
      *--------------------------------------------------
       DUPL-FUSAO.
           PERFORM TEST-EXCLUSIVE-ACCESS.
           IF EXCLUSIVE-OK = "N"
               DISPLAY "FUSAO CANCELADA"
           ELSE
               PERFORM DUPL-FUSAO-RUN.

       DUPL-FUSAO-RUN.
           DISPLAY "NUMERO DO ALUNO QUE DESAPARECE (1-99999)".
           ACCEPT ALUNO-NUMBER-FIELD.
           MOVE ALUNO-NUMBER-FIELD TO DUPL-PERDE.
           DISPLAY "NUMERO DO ALUNO QUE FICA (1-99999)".
           ACCEPT ALUNO-NUMBER-FIELD.
           MOVE ALUNO-NUMBER-FIELD TO DUPL-FICA.
           IF DUPL-PERDE = ZEROES OR DUPL-FICA = ZEROES
               DISPLAY "NUMERO DE ALUNO INVALIDO - FUSAO CANCELADA"
           ELSE
           IF DUPL-PERDE = DUPL-FICA
               DISPLAY "OS DOIS NUMEROS SAO IGUAIS - FUSAO CANCELADA"
           ELSE
               PERFORM ALUNOTURMA-OPENING
               IF ALUNOTURMA-OPEN-OK = "Y"
                   PERFORM DUPL-FUSAO-FICHEIROS.

       DUPL-FUSAO-FICHEIROS.
           OPEN I-O FALTAS-FILE.
           OPEN I-O EXAMES-FILE.
           OPEN I-O ENCARR-FILE.
           OPEN I-O NOTASHIST-FILE.
           OPEN I-O FALTASHIST-FILE.
           OPEN OUTPUT FUSAO-FILE.
           PERFORM DUPL-FUSAO-VERIFICA.
           CLOSE FUSAO-FILE.
           CLOSE FALTAS-FILE.
           CLOSE EXAMES-FILE.
           CLOSE ALUNOTURMA-FILE.
           CLOSE ENCARR-FILE.
           CLOSE NOTASHIST-FILE.
           CLOSE FALTASHIST-FILE.
           DISPLAY "VER fusao.txt".
           MOVE "fusao.txt" TO RELAT-ORIGEM.
           MOVE 36 TO RELAT-MODO.
           MOVE ZEROES TO RELAT-ANO.
           MOVE ZERO TO RELAT-PERIODO.
           MOVE SPACES TO RELAT-TURMA.
           PERFORM ARQUIVAR-RELATORIO.

       DUPL-FUSAO-VERIFICA.
           MOVE DUPL-PERDE TO DUPL-PERDE-ED.
           MOVE DUPL-FICA TO DUPL-FICA-ED.
           MOVE ZEROES TO DUPL-CONTROLO-TABLE.
           MOVE ZEROES TO DUPL-TOTAL-PERDE.
           MOVE SPACES TO DUPL-NOME-PERDE.
           MOVE SPACES TO DUPL-NOME-FICA.
           PERFORM DUPL-CONTA-ANTES
               VARYING DUPL-FICH FROM 1 BY 1
               UNTIL DUPL-FICH > DUPL-NUM-FICHEIROS.
           PERFORM DUPL-WRITE-FUSAO-CABECALHO.
           IF DUPL-TOTAL-PERDE = 0
               MOVE SPACES TO DUPL-LINE
               STRING "O NUMERO " DELIMITED BY SIZE
                      DUPL-PERDE-ED DELIMITED BY SIZE
                      " NAO TEM REGISTOS - NADA A FUNDIR"
                          DELIMITED BY SIZE
                 INTO DUPL-LINE
               WRITE FUSAO-RECORD FROM DUPL-LINE
               DISPLAY DUPL-LINE
           ELSE
               PERFORM DUPL-PROCURA-CONFLITOS
               IF DUPL-CONFLITOS > 0 OR DUPL-TABELA-CHEIA = "Y"
                   PERFORM DUPL-WRITE-SEM-FUSAO
               ELSE
                   PERFORM DUPL-CONFIRMA-FUSAO.

       DUPL-CONTA-ANTES.
           MOVE DUPL-PERDE TO DUPL-ALVO.
           MOVE DUPL-NOME-PERDE TO DUPL-NOME-ENCONTRADO.
           PERFORM DUPL-COLLECT.
           MOVE DUPL-NOME-ENCONTRADO TO DUPL-NOME-PERDE.
           MOVE DUPL-KEY-TOTAL TO DUPL-C-ANTES-PERDE (DUPL-FICH).
           ADD DUPL-KEY-TOTAL TO DUPL-TOTAL-PERDE.
           MOVE DUPL-FICA TO DUPL-ALVO.
           MOVE DUPL-NOME-FICA TO DUPL-NOME-ENCONTRADO.
           PERFORM DUPL-COLLECT.
           MOVE DUPL-NOME-ENCONTRADO TO DUPL-NOME-FICA.
           MOVE DUPL-KEY-TOTAL TO DUPL-C-ANTES-FICA (DUPL-FICH).

       DUPL-CONTA-DEPOIS.
           MOVE DUPL-PERDE TO DUPL-ALVO.
           PERFORM DUPL-COLLECT.
           MOVE DUPL-KEY-TOTAL TO DUPL-C-DEPOIS-PERDE (DUPL-FICH).
           MOVE DUPL-FICA TO DUPL-ALVO.
           PERFORM DUPL-COLLECT.
           MOVE DUPL-KEY-TOTAL TO DUPL-C-DEPOIS-FICA (DUPL-FICH).

       DUPL-WRITE-FUSAO-CABECALHO.
           MOVE SPACES TO DUPL-LINE.
           STRING "FUSAO DE ALUNOS" DELIMITED BY SIZE
             INTO DUPL-LINE.
           WRITE FUSAO-RECORD FROM DUPL-LINE.
           MOVE SPACES TO DUPL-LINE.
           STRING "NUMERO QUE DESAPARECE: " DELIMITED BY SIZE
                  DUPL-PERDE-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DUPL-NOME-PERDE DELIMITED BY SIZE
             INTO DUPL-LINE.
           WRITE FUSAO-RECORD FROM DUPL-LINE.
           DISPLAY DUPL-LINE.
           MOVE SPACES TO DUPL-LINE.
           STRING "NUMERO QUE FICA:       " DELIMITED BY SIZE
                  DUPL-FICA-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DUPL-NOME-FICA DELIMITED BY SIZE
             INTO DUPL-LINE.
           WRITE FUSAO-RECORD FROM DUPL-LINE.
           DISPLAY DUPL-LINE.
           MOVE SPACES TO DUPL-LINE.
           WRITE FUSAO-RECORD FROM DUPL-LINE.

      *--------------------------------------------------
      * Junta em DUPL-KEY-TABLE as chaves do numero em
      * DUPL-ALVO no ficheiro DUPL-FICH (1 a 7, pela
      * ordem de DUPL-FICHEIRO-NOME).  DUPL-KEY-TOTAL
      * conta todos os registos, mesmo os que ja nao
      * cabem na tabela.
      *--------------------------------------------------
       DUPL-COLLECT.
           MOVE ZEROES TO DUPL-KEY-COUNT.
           MOVE ZEROES TO DUPL-KEY-TOTAL.
           MOVE "N" TO DUPL-FIM.
           IF DUPL-FICH = 1
               PERFORM DUPL-COLLECT-NOTAS
           ELSE
           IF DUPL-FICH = 2
               PERFORM DUPL-COLLECT-FALTAS
           ELSE
           IF DUPL-FICH = 3
               PERFORM DUPL-COLLECT-EXAMES
           ELSE
           IF DUPL-FICH = 4
               PERFORM DUPL-COLLECT-ALUNOTURMA
           ELSE
           IF DUPL-FICH = 5
               PERFORM DUPL-COLLECT-ENCARR
           ELSE
           IF DUPL-FICH = 6
               PERFORM DUPL-COLLECT-HIST
           ELSE
               PERFORM DUPL-COLLECT-FHIST.

       DUPL-ADD-KEY.
           ADD 1 TO DUPL-KEY-TOTAL.
           IF DUPL-KEY-COUNT >= DUPL-MAX-CHAVES
               MOVE "Y" TO DUPL-TABELA-CHEIA
           ELSE
               ADD 1 TO DUPL-KEY-COUNT
               MOVE DUPL-NOVO-ANO TO DUPL-K-ANO (DUPL-KEY-COUNT)
               MOVE DUPL-NOVO-PERIODO TO
                   DUPL-K-PERIODO (DUPL-KEY-COUNT)
               MOVE DUPL-NOVO-DISC TO DUPL-K-DISC (DUPL-KEY-COUNT).

       DUPL-COLLECT-NOTAS.
           MOVE DUPL-ALVO TO ALUNO-NUMBER.
           MOVE ZEROES TO ANO-LETIVO.
           MOVE ZERO TO PERIODO.
           START NOTAS-FILE KEY IS >= ALUNO-TERM-KEY
               INVALID KEY
                   MOVE "Y" TO DUPL-FIM.
           IF DUPL-FIM = "N"
               PERFORM DUPL-NEXT-NOTAS.
           PERFORM DUPL-ADD-NOTAS
               UNTIL DUPL-FIM = "Y".

       DUPL-NEXT-NOTAS.
           READ NOTAS-FILE NEXT RECORD
           AT END MOVE "Y" TO DUPL-FIM.
           IF DUPL-FIM = "N" AND ALUNO-NUMBER NOT = DUPL-ALVO
               MOVE "Y" TO DUPL-FIM.

       DUPL-ADD-NOTAS.
           IF DUPL-NOME-ENCONTRADO = SPACES
               MOVE NOMEALUNO TO DUPL-NOME-ENCONTRADO.
           MOVE ANO-LETIVO TO DUPL-NOVO-ANO.
           MOVE PERIODO TO DUPL-NOVO-PERIODO.
           MOVE SPACES TO DUPL-NOVO-DISC.
           PERFORM DUPL-ADD-KEY.
           PERFORM DUPL-NEXT-NOTAS.

       DUPL-COLLECT-FALTAS.
           MOVE DUPL-ALVO TO FALTAS-ALUNO-NUMBER.
           MOVE ZEROES TO FALTAS-ANO-LETIVO.
           MOVE ZERO TO FALTAS-PERIODO.
           START FALTAS-FILE KEY IS >= FALTAS-TERM-KEY
               INVALID KEY
                   MOVE "Y" TO DUPL-FIM.
           IF DUPL-FIM = "N"
               PERFORM DUPL-NEXT-FALTAS.
           PERFORM DUPL-ADD-FALTAS
               UNTIL DUPL-FIM = "Y".

       DUPL-NEXT-FALTAS.
           READ FALTAS-FILE NEXT RECORD
           AT END MOVE "Y" TO DUPL-FIM.
           IF DUPL-FIM = "N" AND FALTAS-ALUNO-NUMBER NOT = DUPL-ALVO
               MOVE "Y" TO DUPL-FIM.

       DUPL-ADD-FALTAS.
           MOVE FALTAS-ANO-LETIVO TO DUPL-NOVO-ANO.
           MOVE FALTAS-PERIODO TO DUPL-NOVO-PERIODO.
           MOVE SPACES TO DUPL-NOVO-DISC.
           PERFORM DUPL-ADD-KEY.
           PERFORM DUPL-NEXT-FALTAS.

       DUPL-COLLECT-EXAMES.
           MOVE DUPL-ALVO TO EXAME-ALUNO-NUMBER.
           MOVE ZEROES TO EXAME-ANO-LETIVO.
           MOVE SPACES TO EXAME-DISCIPLINA.
           START EXAMES-FILE KEY IS >= EXAME-KEY
               INVALID KEY
                   MOVE "Y" TO DUPL-FIM.
           IF DUPL-FIM = "N"
               PERFORM DUPL-NEXT-EXAMES.
           PERFORM DUPL-ADD-EXAMES
               UNTIL DUPL-FIM = "Y".

       DUPL-NEXT-EXAMES.
           READ EXAMES-FILE NEXT RECORD
           AT END MOVE "Y" TO DUPL-FIM.
           IF DUPL-FIM = "N" AND EXAME-ALUNO-NUMBER NOT = DUPL-ALVO
               MOVE "Y" TO DUPL-FIM.

       DUPL-ADD-EXAMES.
           MOVE EXAME-ANO-LETIVO TO DUPL-NOVO-ANO.
           MOVE ZERO TO DUPL-NOVO-PERIODO.
           MOVE EXAME-DISCIPLINA TO DUPL-NOVO-DISC.
           PERFORM DUPL-ADD-KEY.
           PERFORM DUPL-NEXT-EXAMES.

       DUPL-COLLECT-ALUNOTURMA.
           MOVE DUPL-ALVO TO ALUNOTURMA-NUMBER.
           MOVE ZEROES TO ALUNOTURMA-ANO.
           START ALUNOTURMA-FILE KEY IS >= ALUNOTURMA-KEY
               INVALID KEY
                   MOVE "Y" TO DUPL-FIM.
           IF DUPL-FIM = "N"
               PERFORM DUPL-NEXT-ALUNOTURMA.
           PERFORM DUPL-ADD-ALUNOTURMA
               UNTIL DUPL-FIM = "Y".

       DUPL-NEXT-ALUNOTURMA.
           READ ALUNOTURMA-FILE NEXT RECORD
           AT END MOVE "Y" TO DUPL-FIM.
           IF DUPL-FIM = "N" AND ALUNOTURMA-NUMBER NOT = DUPL-ALVO
               MOVE "Y" TO DUPL-FIM.

       DUPL-ADD-ALUNOTURMA.
           MOVE ALUNOTURMA-ANO TO DUPL-NOVO-ANO.
           MOVE ZERO TO DUPL-NOVO-PERIODO.
           MOVE SPACES TO DUPL-NOVO-DISC.
           PERFORM DUPL-ADD-KEY.
           PERFORM DUPL-NEXT-ALUNOTURMA.

       DUPL-COLLECT-ENCARR.
           MOVE DUPL-ALVO TO ENCARR-NUMBER.
           PERFORM READ-ENCARR-RECORD.
           IF ENCARR-FOUND = "Y"
               MOVE ZEROES TO DUPL-NOVO-ANO
               MOVE ZERO TO DUPL-NOVO-PERIODO
               MOVE SPACES TO DUPL-NOVO-DISC
               PERFORM DUPL-ADD-KEY.

       DUPL-COLLECT-HIST.
           MOVE DUPL-ALVO TO HIST-ALUNO-NUMBER.
           MOVE ZEROES TO HIST-ANO-LETIVO.
           MOVE ZERO TO HIST-PERIODO.
           START NOTASHIST-FILE KEY IS >= HIST-TERM-KEY
               INVALID KEY
                   MOVE "Y" TO DUPL-FIM.
           IF DUPL-FIM = "N"
               PERFORM DUPL-NEXT-HIST.
           PERFORM DUPL-ADD-HIST
               UNTIL DUPL-FIM = "Y".

       DUPL-NEXT-HIST.
           READ NOTASHIST-FILE NEXT RECORD
           AT END MOVE "Y" TO DUPL-FIM.
           IF DUPL-FIM = "N" AND HIST-ALUNO-NUMBER NOT = DUPL-ALVO
               MOVE "Y" TO DUPL-FIM.

       DUPL-ADD-HIST.
           IF DUPL-NOME-ENCONTRADO = SPACES
               MOVE HIST-NOMEALUNO TO DUPL-NOME-ENCONTRADO.
           MOVE HIST-ANO-LETIVO TO DUPL-NOVO-ANO.
           MOVE HIST-PERIODO TO DUPL-NOVO-PERIODO.
           MOVE SPACES TO DUPL-NOVO-DISC.
           PERFORM DUPL-ADD-KEY.
           PERFORM DUPL-NEXT-HIST.

       DUPL-COLLECT-FHIST.
           MOVE DUPL-ALVO TO FHIST-ALUNO-NUMBER.
           MOVE ZEROES TO FHIST-ANO-LETIVO.
           MOVE ZERO TO FHIST-PERIODO.
           START FALTASHIST-FILE KEY IS >= FHIST-TERM-KEY
               INVALID KEY
                   MOVE "Y" TO DUPL-FIM.
           IF DUPL-FIM = "N"
               PERFORM DUPL-NEXT-FHIST.
           PERFORM DUPL-ADD-FHIST
               UNTIL DUPL-FIM = "Y".

       DUPL-NEXT-FHIST.
           READ FALTASHIST-FILE NEXT RECORD
           AT END MOVE "Y" TO DUPL-FIM.
           IF DUPL-FIM = "N" AND FHIST-ALUNO-NUMBER NOT = DUPL-ALVO
               MOVE "Y" TO DUPL-FIM.

       DUPL-ADD-FHIST.
           MOVE FHIST-ANO-LETIVO TO DUPL-NOVO-ANO.
           MOVE FHIST-PERIODO TO DUPL-NOVO-PERIODO.
           MOVE SPACES TO DUPL-NOVO-DISC.
           PERFORM DUPL-ADD-KEY.
           PERFORM DUPL-NEXT-FHIST.

      *--------------------------------------------------
      * Leitura direta do registo do numero em DUPL-ALVO
      * com a chave DUPL-KX da tabela, no ficheiro
      * DUPL-FICH.  Devolve DUPL-FOUND.
      *--------------------------------------------------
       DUPL-LER-REGISTO.
           MOVE "Y" TO DUPL-FOUND.
           IF DUPL-FICH = 1
               PERFORM DUPL-LER-NOTAS
           ELSE
           IF DUPL-FICH = 2
               PERFORM DUPL-LER-FALTAS
           ELSE
           IF DUPL-FICH = 3
               PERFORM DUPL-LER-EXAMES
           ELSE
           IF DUPL-FICH = 4
               PERFORM DUPL-LER-ALUNOTURMA
           ELSE
           IF DUPL-FICH = 5
               PERFORM DUPL-LER-ENCARR
           ELSE
           IF DUPL-FICH = 6
               PERFORM DUPL-LER-HIST
           ELSE
               PERFORM DUPL-LER-FHIST.

       DUPL-LER-NOTAS.
           MOVE DUPL-ALVO TO ALUNO-NUMBER.
           MOVE DUPL-K-ANO (DUPL-KX) TO ANO-LETIVO.
           MOVE DUPL-K-PERIODO (DUPL-KX) TO PERIODO.
           PERFORM READ-NOTAS-RECORD.
           MOVE RECORD-FOUND TO DUPL-FOUND.

       DUPL-LER-FALTAS.
           MOVE DUPL-ALVO TO FALTAS-ALUNO-NUMBER.
           MOVE DUPL-K-ANO (DUPL-KX) TO FALTAS-ANO-LETIVO.
           MOVE DUPL-K-PERIODO (DUPL-KX) TO FALTAS-PERIODO.
           READ FALTAS-FILE RECORD
               INVALID KEY
                   MOVE "N" TO DUPL-FOUND.

       DUPL-LER-EXAMES.
           MOVE DUPL-ALVO TO EXAME-ALUNO-NUMBER.
           MOVE DUPL-K-ANO (DUPL-KX) TO EXAME-ANO-LETIVO.
           MOVE DUPL-K-DISC (DUPL-KX) TO EXAME-DISCIPLINA.
           READ EXAMES-FILE RECORD
               INVALID KEY
                   MOVE "N" TO DUPL-FOUND.

       DUPL-LER-ALUNOTURMA.
           MOVE DUPL-ALVO TO ALUNOTURMA-NUMBER.
           MOVE DUPL-K-ANO (DUPL-KX) TO ALUNOTURMA-ANO.
           READ ALUNOTURMA-FILE RECORD
               INVALID KEY
                   MOVE "N" TO DUPL-FOUND.

       DUPL-LER-ENCARR.
           MOVE DUPL-ALVO TO ENCARR-NUMBER.
           PERFORM READ-ENCARR-RECORD.
           MOVE ENCARR-FOUND TO DUPL-FOUND.

       DUPL-LER-HIST.
           MOVE DUPL-ALVO TO HIST-ALUNO-NUMBER.
           MOVE DUPL-K-ANO (DUPL-KX) TO HIST-ANO-LETIVO.
           MOVE DUPL-K-PERIODO (DUPL-KX) TO HIST-PERIODO.
           READ NOTASHIST-FILE RECORD
               INVALID KEY
                   MOVE "N" TO DUPL-FOUND.

       DUPL-LER-FHIST.
           MOVE DUPL-ALVO TO FHIST-ALUNO-NUMBER.
           MOVE DUPL-K-ANO (DUPL-KX) TO FHIST-ANO-LETIVO.
           MOVE DUPL-K-PERIODO (DUPL-KX) TO FHIST-PERIODO.
           READ FALTASHIST-FILE RECORD
               INVALID KEY
                   MOVE "N" TO DUPL-FOUND.

      *--------------------------------------------------
      * Conflitos: para cada registo do numero que
      * desaparece, ve se o numero que fica ja tem a
      * mesma chave.  Nada e alterado nesta fase.
      *--------------------------------------------------
       DUPL-PROCURA-CONFLITOS.
           MOVE ZEROES TO DUPL-CONFLITOS.
           MOVE "N" TO DUPL-TABELA-CHEIA.
           PERFORM DUPL-CONFLITOS-FICHEIRO
               VARYING DUPL-FICH FROM 1 BY 1
               UNTIL DUPL-FICH > DUPL-NUM-FICHEIROS.

       DUPL-CONFLITOS-FICHEIRO.
           MOVE DUPL-PERDE TO DUPL-ALVO.
           PERFORM DUPL-COLLECT.
           PERFORM DUPL-CONFLITO-CHAVE
               VARYING DUPL-KX FROM 1 BY 1
               UNTIL DUPL-KX > DUPL-KEY-COUNT.

       DUPL-CONFLITO-CHAVE.
           MOVE DUPL-PERDE TO DUPL-ALVO.
           PERFORM DUPL-LER-REGISTO.
           PERFORM DUPL-GUARDA-PERDE.
           MOVE DUPL-FICA TO DUPL-ALVO.
           PERFORM DUPL-LER-REGISTO.
           IF DUPL-FOUND = "Y"
               PERFORM DUPL-COMPARA-FICA
               IF DUPL-IGUAL = "N"
                   ADD 1 TO DUPL-CONFLITOS
                   PERFORM DUPL-WRITE-CONFLITO.

       DUPL-GUARDA-PERDE.
           IF DUPL-FICH = 4
               MOVE ALUNOTURMA-CODE TO DUPL-TURMA-PERDE.
           IF DUPL-FICH = 5
               MOVE ENCARR-NOME TO DUPL-EP-NOME
               MOVE ENCARR-MORADA TO DUPL-EP-MORADA
               MOVE ENCARR-LOCALIDADE TO DUPL-EP-LOCALIDADE
               MOVE ENCARR-TELEFONE TO DUPL-EP-TELEFONE.

       DUPL-COMPARA-FICA.
           MOVE "N" TO DUPL-IGUAL.
           IF DUPL-FICH = 4 AND
                 ALUNOTURMA-CODE = DUPL-TURMA-PERDE
               MOVE "Y" TO DUPL-IGUAL.
           IF DUPL-FICH = 5 AND
                 ENCARR-NOME = DUPL-EP-NOME AND
                 ENCARR-MORADA = DUPL-EP-MORADA AND
                 ENCARR-LOCALIDADE = DUPL-EP-LOCALIDADE AND
                 ENCARR-TELEFONE = DUPL-EP-TELEFONE
               MOVE "Y" TO DUPL-IGUAL.

       DUPL-WRITE-CONFLITO.
           MOVE SPACES TO DUPL-LINE.
           MOVE 1 TO DUPL-POINTER.
           STRING "CONFLITO " DELIMITED BY SIZE
                  DUPL-FICHEIRO-NOME (DUPL-FICH) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
             INTO DUPL-LINE
             WITH POINTER DUPL-POINTER.
           IF DUPL-FICH = 3
               STRING "EXAME " DELIMITED BY SIZE
                      DUPL-K-ANO (DUPL-KX) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DUPL-K-DISC (DUPL-KX) DELIMITED BY SPACE
                      " NOS DOIS NUMEROS" DELIMITED BY SIZE
                 INTO DUPL-LINE
                 WITH POINTER DUPL-POINTER
           ELSE
           IF DUPL-FICH = 4
               STRING "EM " DELIMITED BY SIZE
                      DUPL-K-ANO (DUPL-KX) DELIMITED BY SIZE
                      " TURMA " DELIMITED BY SIZE
                      DUPL-TURMA-PERDE DELIMITED BY SIZE
                      " NO No. " DELIMITED BY SIZE
                      DUPL-PERDE-ED DELIMITED BY SIZE
                      " E " DELIMITED BY SIZE
                      ALUNOTURMA-CODE DELIMITED BY SIZE
                      " NO No. " DELIMITED BY SIZE
                      DUPL-FICA-ED DELIMITED BY SIZE
                 INTO DUPL-LINE
                 WITH POINTER DUPL-POINTER
           ELSE
           IF DUPL-FICH = 5
               STRING "ENCARREGADOS DIFERENTES NOS DOIS NUMEROS"
                          DELIMITED BY SIZE
                 INTO DUPL-LINE
                 WITH POINTER DUPL-POINTER
           ELSE
               STRING "TERMO " DELIMITED BY SIZE
                      DUPL-K-ANO (DUPL-KX) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      DUPL-K-PERIODO (DUPL-KX) DELIMITED BY SIZE
                      " NOS DOIS NUMEROS" DELIMITED BY SIZE
                 INTO DUPL-LINE
                 WITH POINTER DUPL-POINTER.
           WRITE FUSAO-RECORD FROM DUPL-LINE.
           DISPLAY DUPL-LINE.

       DUPL-WRITE-SEM-FUSAO.
           IF DUPL-TABELA-CHEIA = "Y"
               MOVE SPACES TO DUPL-LINE
               STRING "MAIS DE 200 REGISTOS NUM SO FICHEIRO"
                          DELIMITED BY SIZE
                 INTO DUPL-LINE
               WRITE FUSAO-RECORD FROM DUPL-LINE
               DISPLAY DUPL-LINE.
           MOVE DUPL-CONFLITOS TO DUPL-COUNT-ED.
           MOVE SPACES TO DUPL-LINE.
           STRING "CONFLITOS: " DELIMITED BY SIZE
                  DUPL-COUNT-ED DELIMITED BY SIZE
                  " - FUSAO NAO FEITA, NENHUM FICHEIRO FOI ALTERADO"
                      DELIMITED BY SIZE
             INTO DUPL-LINE.
           WRITE FUSAO-RECORD FROM DUPL-LINE.
           DISPLAY DUPL-LINE.
           MOVE SPACES TO DUPL-LINE.
           STRING "CORRIJA OU APAGUE UM DOS REGISTOS DE CADA "
                      DELIMITED BY SIZE
                  "CONFLITO E REPITA A FUSAO" DELIMITED BY SIZE
             INTO DUPL-LINE.
           WRITE FUSAO-RECORD FROM DUPL-LINE.
           DISPLAY DUPL-LINE.

       DUPL-CONFIRMA-FUSAO.
           MOVE "X" TO OK-TO-FUNDIR.
           PERFORM ASK-TO-FUNDIR
               UNTIL OK-TO-FUNDIR = "Y" OR "N".
           IF OK-TO-FUNDIR = "N"
               MOVE SPACES TO DUPL-LINE
               STRING "FUSAO CANCELADA PELO OPERADOR"
                          DELIMITED BY SIZE
                 INTO DUPL-LINE
               WRITE FUSAO-RECORD FROM DUPL-LINE
               DISPLAY "FUSAO CANCELADA"
           ELSE
               PERFORM BACKUP-NOTAS-FILE
               PERFORM DUPL-BACKUP-OUTROS
               PERFORM DUPL-AFTER-BACKUP.

       ASK-TO-FUNDIR.
           DISPLAY "TODOS OS REGISTOS DO No. " DUPL-PERDE-ED
               " PASSAM PARA O No. " DUPL-FICA-ED ".".
           DISPLAY "CONTINUAR (Y/N)?".
           ACCEPT OK-TO-FUNDIR.
           IF OK-TO-FUNDIR = "y"
           MOVE "Y" TO OK-TO-FUNDIR.
           IF OK-TO-FUNDIR = "n"
           MOVE "N" TO OK-TO-FUNDIR.
           IF OK-TO-FUNDIR NOT = "Y" AND
                 OK-TO-FUNDIR NOT = "N"
           DISPLAY "YOU MUST ENTER YES OR NO".

      *    Os outros seis ficheiros sao copiados com a mesma
      *    data e hora do backup das notas.
       DUPL-BACKUP-OUTROS.
           IF BACKUP-OK = "Y"
               MOVE SPACES TO DUPL-BACKUP-COMMAND
               STRING "for f in faltasindex examesindex alunoturma "
                          DELIMITED BY SIZE
                      "encarregados notashist faltashist; do "
                          DELIMITED BY SIZE
                      "if [ -f $f.dat ]; then cp $f.dat ${f}_"
                          DELIMITED BY SIZE
                      BACKUP-DATE DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      BACKUP-TIME DELIMITED BY SIZE
                      ".bak || exit 1; fi; done" DELIMITED BY SIZE
                 INTO DUPL-BACKUP-COMMAND
               CALL "SYSTEM" USING DUPL-BACKUP-COMMAND
               IF RETURN-CODE = 0
                   DISPLAY "BACKUP DOS OUTROS FICHEIROS GRAVADO"
               ELSE
                   MOVE "N" TO BACKUP-OK
                   DISPLAY "BACKUP DOS OUTROS FICHEIROS FALHOU".

       DUPL-AFTER-BACKUP.
           IF BACKUP-OK = "N"
               MOVE "X" TO OK-TO-SKIP-BACKUP
               PERFORM ASK-TO-SKIP-BACKUP
                   UNTIL OK-TO-SKIP-BACKUP = "Y" OR "N".
           IF BACKUP-OK = "Y" OR OK-TO-SKIP-BACKUP = "Y"
               PERFORM DUPL-MOVE-TUDO
           ELSE
               MOVE SPACES TO DUPL-LINE
               STRING "FUSAO CANCELADA - NENHUM FICHEIRO FOI "
                          DELIMITED BY SIZE
                      "ALTERADO" DELIMITED BY SIZE
                 INTO DUPL-LINE
               WRITE FUSAO-RECORD FROM DUPL-LINE
               DISPLAY DUPL-LINE.

      *--------------------------------------------------
      * Passagem: para cada ficheiro as chaves do numero
      * que desaparece sao juntadas primeiro e so depois
      * movidas, para as leituras diretas nao estragarem
      * o START.  No notasaudit.log fica uma linha por
      * registo, com o numero antigo em ALUNO.
      *--------------------------------------------------
       DUPL-MOVE-TUDO.
           MOVE ZEROES TO DUPL-ERROS.
           PERFORM DUPL-MOVE-FICHEIRO
               VARYING DUPL-FICH FROM 1 BY 1
               UNTIL DUPL-FICH > DUPL-NUM-FICHEIROS.
           PERFORM DUPL-CONTA-DEPOIS
               VARYING DUPL-FICH FROM 1 BY 1
               UNTIL DUPL-FICH > DUPL-NUM-FICHEIROS.
           PERFORM DUPL-WRITE-CONTROLO.

       DUPL-MOVE-FICHEIRO.
           MOVE DUPL-PERDE TO DUPL-ALVO.
           PERFORM DUPL-COLLECT.
           PERFORM DUPL-MOVE-CHAVE
               VARYING DUPL-KX FROM 1 BY 1
               UNTIL DUPL-KX > DUPL-KEY-COUNT.

       DUPL-MOVE-CHAVE.
           MOVE DUPL-PERDE TO DUPL-ALVO.
           PERFORM DUPL-LER-REGISTO.
           PERFORM DUPL-GUARDA-PERDE.
           MOVE DUPL-FICA TO DUPL-ALVO.
           PERFORM DUPL-LER-REGISTO.
           MOVE DUPL-FOUND TO DUPL-FICA-EXISTE.
           PERFORM DUPL-COMPARA-FICA.
           MOVE DUPL-PERDE TO DUPL-ALVO.
           PERFORM DUPL-LER-REGISTO.
           IF DUPL-FOUND = "N"
               ADD 1 TO DUPL-ERROS
           ELSE
           IF DUPL-FICA-EXISTE = "N"
               PERFORM DUPL-GRAVA-NOVO
           ELSE
           IF DUPL-IGUAL = "Y"
               PERFORM DUPL-APAGA-IGUAL
           ELSE
               ADD 1 TO DUPL-ERROS
               DISPLAY "CONFLITO NOVO EM "
                   DUPL-FICHEIRO-NOME (DUPL-FICH)
                   " - REGISTO NAO FOI MOVIDO".

       DUPL-GRAVA-NOVO.
           MOVE DUPL-FICA TO DUPL-ALVO.
           PERFORM DUPL-MUDA-NUMERO.
           PERFORM DUPL-WRITE-REGISTO.
           IF DUPL-MOVE-OK = "N"
               ADD 1 TO DUPL-ERROS
               DISPLAY "ERRO AO GRAVAR EM "
                   DUPL-FICHEIRO-NOME (DUPL-FICH)
                   " - REGISTO NAO FOI MOVIDO"
           ELSE
               MOVE DUPL-PERDE TO DUPL-ALVO
               PERFORM DUPL-MUDA-NUMERO
               PERFORM DUPL-DELETE-REGISTO
               ADD 1 TO DUPL-C-MOVIDOS (DUPL-FICH)
               MOVE SPACES TO AUDIT-NEW-VALUE
               STRING "PARA No. " DELIMITED BY SIZE
                      DUPL-FICA-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DUPL-K-DISC (DUPL-KX) DELIMITED BY SIZE
                 INTO AUDIT-NEW-VALUE
               PERFORM DUPL-AUDIT-REGISTO.

       DUPL-APAGA-IGUAL.
           PERFORM DUPL-DELETE-REGISTO.
           ADD 1 TO DUPL-C-IGUAIS (DUPL-FICH).
           MOVE SPACES TO AUDIT-NEW-VALUE.
           STRING "APAGADO, IGUAL AO No. " DELIMITED BY SIZE
                  DUPL-FICA-ED DELIMITED BY SIZE
             INTO AUDIT-NEW-VALUE.
           PERFORM DUPL-AUDIT-REGISTO.

       DUPL-MUDA-NUMERO.
           IF DUPL-FICH = 1
               MOVE DUPL-ALVO TO ALUNO-NUMBER
           ELSE
           IF DUPL-FICH = 2
               MOVE DUPL-ALVO TO FALTAS-ALUNO-NUMBER
           ELSE
           IF DUPL-FICH = 3
               MOVE DUPL-ALVO TO EXAME-ALUNO-NUMBER
           ELSE
           IF DUPL-FICH = 4
               MOVE DUPL-ALVO TO ALUNOTURMA-NUMBER
           ELSE
           IF DUPL-FICH = 5
               MOVE DUPL-ALVO TO ENCARR-NUMBER
           ELSE
           IF DUPL-FICH = 6
               MOVE DUPL-ALVO TO HIST-ALUNO-NUMBER
           ELSE
               MOVE DUPL-ALVO TO FHIST-ALUNO-NUMBER.
           IF DUPL-ALVO = DUPL-FICA AND DUPL-NOME-FICA NOT = SPACES
               PERFORM DUPL-MUDA-NOME.

      *    Os registos que passam para o numero que fica levam o
      *    nome desse aluno, para o boletim, o historico e a
      *    procura por nome mostrarem um so nome.
       DUPL-MUDA-NOME.
           IF DUPL-FICH = 1
               MOVE DUPL-NOME-FICA TO NOMEALUNO
           ELSE
           IF DUPL-FICH = 6
               MOVE DUPL-NOME-FICA TO HIST-NOMEALUNO.

       DUPL-WRITE-REGISTO.
           MOVE "Y" TO DUPL-MOVE-OK.
           IF DUPL-FICH = 1
               WRITE NOTAS-RECORD
                   INVALID KEY
                       MOVE "N" TO DUPL-MOVE-OK
               END-WRITE
           ELSE
           IF DUPL-FICH = 2
               WRITE FALTAS-RECORD
                   INVALID KEY
                       MOVE "N" TO DUPL-MOVE-OK
               END-WRITE
           ELSE
           IF DUPL-FICH = 3
               WRITE EXAME-RECORD
                   INVALID KEY
                       MOVE "N" TO DUPL-MOVE-OK
               END-WRITE
           ELSE
           IF DUPL-FICH = 4
               WRITE ALUNOTURMA-RECORD
                   INVALID KEY
                       MOVE "N" TO DUPL-MOVE-OK
               END-WRITE
           ELSE
           IF DUPL-FICH = 5
               WRITE ENCARR-RECORD
                   INVALID KEY
                       MOVE "N" TO DUPL-MOVE-OK
               END-WRITE
           ELSE
           IF DUPL-FICH = 6
               WRITE NOTASHIST-RECORD
                   INVALID KEY
                       MOVE "N" TO DUPL-MOVE-OK
               END-WRITE
           ELSE
               WRITE FALTASHIST-RECORD
                   INVALID KEY
                       MOVE "N" TO DUPL-MOVE-OK
               END-WRITE.

       DUPL-DELETE-REGISTO.
           IF DUPL-FICH = 1
               DELETE NOTAS-FILE RECORD
                   INVALID KEY
                       ADD 1 TO DUPL-ERROS
               END-DELETE
           ELSE
           IF DUPL-FICH = 2
               DELETE FALTAS-FILE RECORD
                   INVALID KEY
                       ADD 1 TO DUPL-ERROS
               END-DELETE
           ELSE
           IF DUPL-FICH = 3
               DELETE EXAMES-FILE RECORD
                   INVALID KEY
                       ADD 1 TO DUPL-ERROS
               END-DELETE
           ELSE
           IF DUPL-FICH = 4
               DELETE ALUNOTURMA-FILE RECORD
                   INVALID KEY
                       ADD 1 TO DUPL-ERROS
               END-DELETE
           ELSE
           IF DUPL-FICH = 5
               DELETE ENCARR-FILE RECORD
                   INVALID KEY
                       ADD 1 TO DUPL-ERROS
               END-DELETE
           ELSE
           IF DUPL-FICH = 6
               DELETE NOTASHIST-FILE RECORD
                   INVALID KEY
                       ADD 1 TO DUPL-ERROS
               END-DELETE
           ELSE
               DELETE FALTASHIST-FILE RECORD
                   INVALID KEY
                       ADD 1 TO DUPL-ERROS
               END-DELETE.

      *    CAMPO 98: ALUNO e o numero antigo, TERMO o da
      *    chave movida (0000/0 para turma e encarregado).
       DUPL-AUDIT-REGISTO.
           MOVE DUPL-PERDE TO ALUNO-NUMBER.
           MOVE DUPL-K-ANO (DUPL-KX) TO ANO-LETIVO.
           MOVE DUPL-K-PERIODO (DUPL-KX) TO PERIODO.
           MOVE 98 TO WHICH-FIELD.
           MOVE SPACES TO AUDIT-OLD-VALUE.
           STRING "FUSAO " DELIMITED BY SIZE
                  DUPL-FICHEIRO-NOME (DUPL-FICH) DELIMITED BY SPACE
             INTO AUDIT-OLD-VALUE.
           PERFORM WRITE-AUDIT-RECORD.

       DUPL-WRITE-CONTROLO.
           MOVE SPACES TO DUPL-LINE.
           STRING "CONTAGENS DE CONTROLO" DELIMITED BY SIZE
             INTO DUPL-LINE.
           WRITE FUSAO-RECORD FROM DUPL-LINE.
           MOVE SPACES TO DUPL-LINE.
           STRING "FICHEIRO          ANTES  ANTES MOVID.  "
                      DELIMITED BY SIZE
                  "APAG. DEPOIS DEPOIS  CONTROLO" DELIMITED BY SIZE
             INTO DUPL-LINE.
           WRITE FUSAO-RECORD FROM DUPL-LINE.
           MOVE SPACES TO DUPL-LINE.
           STRING "                  DESAP   FICA         "
                      DELIMITED BY SIZE
                  "IGUAL  DESAP   FICA" DELIMITED BY SIZE
             INTO DUPL-LINE.
           WRITE FUSAO-RECORD FROM DUPL-LINE.
           MOVE "Y" TO DUPL-CONTROLO-OK.
           PERFORM DUPL-WRITE-CONTROLO-LINHA
               VARYING DUPL-FICH FROM 1 BY 1
               UNTIL DUPL-FICH > DUPL-NUM-FICHEIROS.
           MOVE SPACES TO DUPL-LINE.
           WRITE FUSAO-RECORD FROM DUPL-LINE.
           MOVE DUPL-ERROS TO DUPL-COUNT-ED.
           MOVE SPACES TO DUPL-LINE.
           STRING "REGISTOS COM ERRO: " DELIMITED BY SIZE
                  DUPL-COUNT-ED DELIMITED BY SIZE
             INTO DUPL-LINE.
           WRITE FUSAO-RECORD FROM DUPL-LINE.
           DISPLAY DUPL-LINE.
           MOVE SPACES TO DUPL-LINE.
           IF DUPL-CONTROLO-OK = "Y" AND DUPL-ERROS = 0
               STRING "CONTROLO OK - NENHUM REGISTO PERDIDO"
                          DELIMITED BY SIZE
                 INTO DUPL-LINE
           ELSE
               STRING "ATENCAO: AS CONTAGENS NAO BATEM CERTO - "
                          DELIMITED BY SIZE
                      "VERIFIQUE OS FICHEIROS" DELIMITED BY SIZE
                 INTO DUPL-LINE.
           WRITE FUSAO-RECORD FROM DUPL-LINE.
           DISPLAY DUPL-LINE.
           MOVE SPACES TO DUPL-LINE.
           STRING "notasfinais.dat NAO E ALTERADO - REPITA OS "
                      DELIMITED BY SIZE
                  "RESULTADOS FINAIS DOS ANOS DO ALUNO"
                      DELIMITED BY SIZE
             INTO DUPL-LINE.
           WRITE FUSAO-RECORD FROM DUPL-LINE.

       DUPL-WRITE-CONTROLO-LINHA.
           MOVE DUPL-C-ANTES-PERDE (DUPL-FICH) TO DUPL-ANTES-PERDE-ED.
           MOVE DUPL-C-ANTES-FICA (DUPL-FICH) TO DUPL-ANTES-FICA-ED.
           MOVE DUPL-C-MOVIDOS (DUPL-FICH) TO DUPL-MOVIDOS-ED.
           MOVE DUPL-C-IGUAIS (DUPL-FICH) TO DUPL-IGUAIS-ED.
           MOVE DUPL-C-DEPOIS-PERDE (DUPL-FICH) TO
               DUPL-DEPOIS-PERDE-ED.
           MOVE DUPL-C-DEPOIS-FICA (DUPL-FICH) TO DUPL-DEPOIS-FICA-ED.
           MOVE SPACES TO DUPL-LINE.
           MOVE 1 TO DUPL-POINTER.
           STRING DUPL-FICHEIRO-NOME (DUPL-FICH) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  DUPL-ANTES-PERDE-ED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  DUPL-ANTES-FICA-ED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  DUPL-MOVIDOS-ED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  DUPL-IGUAIS-ED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  DUPL-DEPOIS-PERDE-ED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  DUPL-DEPOIS-FICA-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
             INTO DUPL-LINE
             WITH POINTER DUPL-POINTER.
           IF DUPL-C-DEPOIS-PERDE (DUPL-FICH) = 0 AND
                 DUPL-C-ANTES-PERDE (DUPL-FICH) +
                 DUPL-C-ANTES-FICA (DUPL-FICH) =
                 DUPL-C-DEPOIS-FICA (DUPL-FICH) +
                 DUPL-C-IGUAIS (DUPL-FICH)
               STRING "OK" DELIMITED BY SIZE
                 INTO DUPL-LINE
                 WITH POINTER DUPL-POINTER
           ELSE
               MOVE "N" TO DUPL-CONTROLO-OK
               STRING "DIFERENCA" DELIMITED BY SIZE
                 INTO DUPL-LINE
                 WITH POINTER DUPL-POINTER.
           WRITE FUSAO-RECORD FROM DUPL-LINE.

      *--------------------------------------------------
      * Conversao unica do numero de aluno de 3 para 5
      * digitos, ao estilo do MIGRA31-MODE: acesso
      * exclusivo as notas, confirmacao, backup de
      * todos os ficheiros indexados e depois cada
      * ficheiro e posto de lado como <nome>_999 e
      * reescrito no desenho novo.  O notasindex.dat e
      * o ultimo: se a passagem parar a meio as notas
      * continuam no desenho antigo e o modo pode voltar
      * a correr - um ficheiro que ja tem a copia _999
      * e saltado.  Um notasindex.dat acabado de passar
      * pelo modo 31 ja sai no desenho novo e so os
      * outros ficheiros sao convertidos.  As contagens
      * de controlo ficam em alargamento.txt.  Um
      * notasindex.dat ainda no desenho antigo nao abre
      * em nenhuma sessao desta versao: ja esta so para
      * este modo e dispensa o teste de acesso exclusivo.
      *--------------------------------------------------
       ALARG37-MODE.
           MOVE "LISTING" TO THE-MODE.
           PERFORM CHECK-ALARG-FORMATO.
           IF ALARG-CONVERTE-NOTAS = "Y"
               PERFORM ALARG37-RUN
           ELSE
               PERFORM TEST-EXCLUSIVE-ACCESS
               IF EXCLUSIVE-OK = "N"
                   DISPLAY "CONVERSAO CANCELADA"
               ELSE
                   PERFORM ALARG37-RUN.

       ALARG37-RUN.
           MOVE "test -f notasindex_999.dat" TO ALARG-COMMAND.
           CALL "SYSTEM" USING ALARG-COMMAND.
           IF RETURN-CODE = 0
               DISPLAY "A CONVERSAO JA FOI FEITA (EXISTE "
                   "notasindex_999.dat) - NADA A CONVERTER"
           ELSE
               IF ALARG-CONVERTE-NOTAS = "N" AND
                       ALARG-VEIO-MIGRA = "N"
                   DISPLAY "O FICHEIRO DE NOTAS JA ESTA NO FORMATO "
                       "NOVO (OU VAZIO) - NADA A CONVERTER"
               ELSE
                   PERFORM CONFIRM-ALARG.

      *--------------------------------------------------
      * O desenho antigo tem chave de 8 posicoes em vez
      * de 10: o OPEN pelo desenho novo falha, ou - se
      * abrir - o primeiro registo lido pelo desenho
      * novo traz no ANO-LETIVO o fim do ano, o PERIODO
      * e a primeira letra do nome, e no PERIODO a
      * segunda letra do nome.
      *--------------------------------------------------
       CHECK-ALARG-FORMATO.
           MOVE "N" TO ALARG-CONVERTE-NOTAS.
           MOVE "N" TO ALARG-VEIO-MIGRA.
           OPEN INPUT NOTAS-FILE.
           IF NOTAS-FS NOT = "00" AND NOTAS-FS NOT = "05" AND
                   NOTAS-FS NOT = "35"
               MOVE "Y" TO ALARG-CONVERTE-NOTAS
           ELSE
           IF NOTAS-FS = "00"
               PERFORM CHECK-ALARG-PRIMEIRO.
           IF NOTAS-FS NOT = "35"
               CLOSE NOTAS-FILE.
           IF ALARG-CONVERTE-NOTAS = "N"
               MOVE "test -f notasindex_old.dat" TO ALARG-COMMAND
               CALL "SYSTEM" USING ALARG-COMMAND
               IF RETURN-CODE = 0
                   MOVE "Y" TO ALARG-VEIO-MIGRA.

       CHECK-ALARG-PRIMEIRO.
           MOVE "N" TO FILE-AT-END.
           PERFORM READ-NEXT-RECORD.
           IF FILE-AT-END = "N"
               IF ANO-LETIVO NOT NUMERIC OR
                       PERIODO NOT NUMERIC OR
                       NOT PERIODO-VALIDO
                   MOVE "Y" TO ALARG-CONVERTE-NOTAS.

       CONFIRM-ALARG.
           IF ALARG-CONVERTE-NOTAS = "Y"
               DISPLAY "OS FICHEIROS PARECEM ESTAR NO FORMATO ANTIGO "
                   "(NUMERO DE ALUNO COM 3 DIGITOS)."
           ELSE
               DISPLAY "O FICHEIRO DE NOTAS JA FOI CONVERTIDO PELO "
                   "MODO 31 - SO OS OUTROS FICHEIROS SERAO "
                   "CONVERTIDOS.".
           DISPLAY "CADA FICHEIRO ANTIGO FICA GUARDADO COM O "
               "SUFIXO _999.".
           DISPLAY "AS TURMAS DO alunoturma.dat ANTIGO NAO TEM ANO - "
               "A QUE ANO LETIVO PERTENCEM (EX: 2026)?".
           ACCEPT ALARG-ANO-TURMAS.
           MOVE "N" TO LANCA-ZEROS.
           IF ALARG-CONVERTE-NOTAS = "Y"
               MOVE "X" TO LANCA-ZEROS
               PERFORM ASK-LANCA-ZEROS
                   UNTIL LANCA-ZEROS = "Y" OR "N".
           MOVE "X" TO OK-TO-ALARGAR.
           PERFORM ASK-TO-ALARGAR
               UNTIL OK-TO-ALARGAR = "Y" OR "N".
           IF OK-TO-ALARGAR = "Y"
               PERFORM BACKUP-NOTAS-FILE
               PERFORM DUPL-BACKUP-OUTROS
               PERFORM ALARG-AFTER-BACKUP
           ELSE
               DISPLAY "CONVERSAO CANCELADA".

       ASK-TO-ALARGAR.
           DISPLAY "CONVERTER OS FICHEIROS AGORA (Y/N)?".
           ACCEPT OK-TO-ALARGAR.
           IF OK-TO-ALARGAR = "y"
           MOVE "Y" TO OK-TO-ALARGAR.
           IF OK-TO-ALARGAR = "n"
           MOVE "N" TO OK-TO-ALARGAR.
           IF OK-TO-ALARGAR NOT = "Y" AND
                 OK-TO-ALARGAR NOT = "N"
           DISPLAY "YOU MUST ENTER YES OR NO".

       ALARG-AFTER-BACKUP.
           IF BACKUP-OK = "N"
               MOVE "X" TO OK-TO-SKIP-BACKUP
               PERFORM ASK-TO-SKIP-BACKUP
                   UNTIL OK-TO-SKIP-BACKUP = "Y" OR "N".
           IF BACKUP-OK = "Y" OR OK-TO-SKIP-BACKUP = "Y"
               PERFORM RUN-ALARGAMENTO
           ELSE
               DISPLAY "CONVERSAO CANCELADA - "
                   "NENHUM FICHEIRO FOI ALTERADO".

       RUN-ALARGAMENTO.
           PERFORM CLOSING-PROCEDURE.
           PERFORM ALARG-LIMPA-CONTROLO
               VARYING ALARG-FICH FROM 1 BY 1
               UNTIL ALARG-FICH > ALARG-NUM-FICHEIROS.
           OPEN OUTPUT ALARGAMENTO-FILE.
           PERFORM ALARG-WRITE-CABECALHO.
           MOVE "N" TO ALARG-ERRO.
           PERFORM ALARG-UM-FICHEIRO
               VARYING ALARG-FICH FROM 2 BY 1
               UNTIL ALARG-FICH > ALARG-NUM-FICHEIROS
                  OR ALARG-ERRO = "Y".
           MOVE 1 TO ALARG-FICH.
           IF ALARG-ERRO = "N"
               IF ALARG-CONVERTE-NOTAS = "Y"
                   PERFORM ALARG-UM-FICHEIRO
               ELSE
                   MOVE "MODO 31" TO ALARG-C-ESTADO (ALARG-FICH).
           PERFORM ALARG-WRITE-CONTROLO.
           CLOSE ALARGAMENTO-FILE.
           PERFORM OPENING-PROCEDURE.
           DISPLAY "RELATORIO DE CONTROLO GRAVADO EM alargamento.txt".

       ALARG-LIMPA-CONTROLO.
           MOVE ZEROES TO ALARG-C-LIDOS (ALARG-FICH).
           MOVE ZEROES TO ALARG-C-CONVERTIDOS (ALARG-FICH).
           MOVE ZEROES TO ALARG-C-NAO-CONV (ALARG-FICH).
           MOVE "NAO CONVERTIDO" TO ALARG-C-ESTADO (ALARG-FICH).

       ALARG-WRITE-CABECALHO.
           ACCEPT ALARG-DATA FROM DATE.
           MOVE SPACES TO ALARG-LINE.
           STRING "ALARGAMENTO DO NUMERO DE ALUNO (3 PARA 5 DIGITOS)"
                      DELIMITED BY SIZE
                  "  DATA " DELIMITED BY SIZE
                  ALARG-DATA DELIMITED BY SIZE
             INTO ALARG-LINE.
           WRITE ALARGAMENTO-RECORD FROM ALARG-LINE.
           MOVE SPACES TO ALARG-LINE.
           STRING "POR " DELIMITED BY SIZE
                  SESSAO-LOGIN DELIMITED BY SIZE
             INTO ALARG-LINE.
           WRITE ALARGAMENTO-RECORD FROM ALARG-LINE.
           MOVE SPACES TO ALARG-LINE.
           WRITE ALARGAMENTO-RECORD FROM ALARG-LINE.

      *--------------------------------------------------
      * Um ficheiro: so e convertido se existir e ainda
      * nao tiver a copia _999 (essa copia so aparece
      * quando o ficheiro ja foi convertido).
      *--------------------------------------------------
       ALARG-UM-FICHEIRO.
           MOVE ZEROES TO ALARG-LIDOS.
           MOVE ZEROES TO ALARG-CONVERTIDOS.
           MOVE ZEROES TO ALARG-NAO-CONV.
           MOVE SPACES TO ALARG-NOME.
           STRING ALARG-FICHEIRO-BASE (ALARG-FICH) DELIMITED BY SPACE
                  ALARG-FICHEIRO-EXT (ALARG-FICH) DELIMITED BY SIZE
             INTO ALARG-NOME.
           MOVE SPACES TO ALARG-COMMAND.
           STRING "test -f " DELIMITED BY SIZE
                  ALARG-NOME DELIMITED BY SPACE
             INTO ALARG-COMMAND.
           CALL "SYSTEM" USING ALARG-COMMAND.
           IF RETURN-CODE NOT = 0
               MOVE "NAO EXISTE" TO ALARG-C-ESTADO (ALARG-FICH)
           ELSE
               PERFORM ALARG-TESTA-COPIA.

       ALARG-TESTA-COPIA.
           MOVE SPACES TO ALARG-COMMAND.
           STRING "test -f " DELIMITED BY SIZE
                  ALARG-FICHEIRO-BASE (ALARG-FICH) DELIMITED BY SPACE
                  "_999" DELIMITED BY SIZE
                  ALARG-FICHEIRO-EXT (ALARG-FICH) DELIMITED BY SIZE
             INTO ALARG-COMMAND.
           CALL "SYSTEM" USING ALARG-COMMAND.
           IF RETURN-CODE = 0
               MOVE "JA CONVERTIDO" TO ALARG-C-ESTADO (ALARG-FICH)
           ELSE
               PERFORM ALARG-MUDA-NOME.

       ALARG-MUDA-NOME.
           MOVE SPACES TO ALARG-COMMAND.
           STRING "mv " DELIMITED BY SIZE
                  ALARG-NOME DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  ALARG-FICHEIRO-BASE (ALARG-FICH) DELIMITED BY SPACE
                  "_999" DELIMITED BY SIZE
                  ALARG-FICHEIRO-EXT (ALARG-FICH) DELIMITED BY SIZE
             INTO ALARG-COMMAND.
           CALL "SYSTEM" USING ALARG-COMMAND.
           IF RETURN-CODE NOT = 0
               MOVE "Y" TO ALARG-ERRO
               MOVE "ERRO NO mv" TO ALARG-C-ESTADO (ALARG-FICH)
               DISPLAY "CONVERSAO PARADA EM " ALARG-NOME
                   " (COMANDO mv DEVOLVEU " RETURN-CODE ")"
           ELSE
               MOVE "N" TO ALARG-FIM
               PERFORM ALARG-COPIA
               MOVE ALARG-LIDOS TO ALARG-C-LIDOS (ALARG-FICH)
               MOVE ALARG-CONVERTIDOS TO
                   ALARG-C-CONVERTIDOS (ALARG-FICH)
               MOVE ALARG-NAO-CONV TO ALARG-C-NAO-CONV (ALARG-FICH)
               MOVE "CONVERTIDO" TO ALARG-C-ESTADO (ALARG-FICH).

       ALARG-COPIA.
           IF ALARG-FICH = 1
               PERFORM ALARG-COPIA-NOTAS
           ELSE
           IF ALARG-FICH = 2
               PERFORM ALARG-COPIA-FALTAS
           ELSE
           IF ALARG-FICH = 3
               PERFORM ALARG-COPIA-EXAMES
           ELSE
           IF ALARG-FICH = 4
               PERFORM ALARG-COPIA-ALUNOTURMA
           ELSE
           IF ALARG-FICH = 5
               PERFORM ALARG-COPIA-ENCARR
           ELSE
           IF ALARG-FICH = 6
               PERFORM ALARG-COPIA-HIST
           ELSE
           IF ALARG-FICH = 7
               PERFORM ALARG-COPIA-FHIST
           ELSE
           IF ALARG-FICH = 8
               PERFORM ALARG-COPIA-FINAIS
           ELSE
               PERFORM ALARG-COPIA-AUDIT.

      *    Registo que nao passa para o ficheiro novo: fica so
      *    na copia _999 e e listado no relatorio.
       ALARG-NAO-CONVERTIDO.
           ADD 1 TO ALARG-NAO-CONV.
           MOVE SPACES TO ALARG-LINE.
           STRING ALARG-NOME DELIMITED BY SPACE
                  ": REGISTO " DELIMITED BY SIZE
                  ALARG-CHAVE DELIMITED BY SIZE
                  " NAO CONVERTIDO" DELIMITED BY SIZE
             INTO ALARG-LINE.
           WRITE ALARGAMENTO-RECORD FROM ALARG-LINE.

       ALARG-COPIA-NOTAS.
           MOVE ZEROES TO LANCA-POR-LANCAR.
           OPEN INPUT NOTAS999-FILE.
           OPEN OUTPUT NOTAS-FILE.
           PERFORM ALARG-NEXT-NOTAS.
           PERFORM ALARG-GRAVA-NOTAS
               UNTIL ALARG-FIM = "Y".
           CLOSE NOTAS999-FILE.
           CLOSE NOTAS-FILE.
           MOVE LANCA-POR-LANCAR TO LANCA-COUNT-ED.
           DISPLAY "NOTAS 0.00 POSTAS POR LANCAR: " LANCA-COUNT-ED.

       ALARG-NEXT-NOTAS.
           READ NOTAS999-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ALARG-FIM.

       ALARG-GRAVA-NOTAS.
           ADD 1 TO ALARG-LIDOS.
           MOVE N999-TERM-KEY TO ALARG-CHAVE.
           IF N999-NUM-DISCIPLINAS < 4 OR
                   N999-NUM-DISCIPLINAS > DISCIPLINA-MAX-OCCURS
               PERFORM ALARG-NAO-CONVERTIDO
           ELSE
               MOVE N999-ALUNO-NUMBER TO ALUNO-NUMBER
               MOVE N999-ANO-LETIVO TO ANO-LETIVO
               MOVE N999-PERIODO TO PERIODO
               MOVE N999-NOMEALUNO TO NOMEALUNO
               MOVE N999-ALUNO-STATUS TO ALUNO-STATUS
               MOVE N999-NUM-DISCIPLINAS TO NUM-DISCIPLINAS
               PERFORM ALARG-NOTAS-DISCIPLINA
                   VARYING ALARG-IDX FROM 1 BY 1
                   UNTIL ALARG-IDX > NUM-DISCIPLINAS
               WRITE NOTAS-RECORD
                   INVALID KEY
                       PERFORM ALARG-NAO-CONVERTIDO
                   NOT INVALID KEY
                       ADD 1 TO ALARG-CONVERTIDOS
               END-WRITE.
           PERFORM ALARG-NEXT-NOTAS.

       ALARG-NOTAS-DISCIPLINA.
           MOVE N999-DISC-CODIGO (ALARG-IDX) TO
               DISCIPLINA-CODIGO (ALARG-IDX).
           MOVE N999-DISC-NOTA (ALARG-IDX) TO
               DISCIPLINA-NOTA (ALARG-IDX).
           IF LANCA-ZEROS = "Y" AND N999-DISC-NOTA (ALARG-IDX) = ZERO
               MOVE "P" TO DISCIPLINA-ESTADO (ALARG-IDX)
               ADD 1 TO LANCA-POR-LANCAR
           ELSE
               MOVE "L" TO DISCIPLINA-ESTADO (ALARG-IDX).

       ALARG-COPIA-FALTAS.
           OPEN INPUT FALTAS999-FILE.
           OPEN OUTPUT FALTAS-FILE.
           PERFORM ALARG-NEXT-FALTAS.
           PERFORM ALARG-GRAVA-FALTAS
               UNTIL ALARG-FIM = "Y".
           CLOSE FALTAS999-FILE.
           CLOSE FALTAS-FILE.

       ALARG-NEXT-FALTAS.
           READ FALTAS999-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ALARG-FIM.

       ALARG-GRAVA-FALTAS.
           ADD 1 TO ALARG-LIDOS.
           MOVE F999-TERM-KEY TO ALARG-CHAVE.
           IF F999-NUM-DISCIPLINAS < 4 OR
                   F999-NUM-DISCIPLINAS > DISCIPLINA-MAX-OCCURS
               PERFORM ALARG-NAO-CONVERTIDO
           ELSE
               MOVE F999-ALUNO-NUMBER TO FALTAS-ALUNO-NUMBER
               MOVE F999-ANO-LETIVO TO FALTAS-ANO-LETIVO
               MOVE F999-PERIODO TO FALTAS-PERIODO
               MOVE F999-NUM-DISCIPLINAS TO FALTAS-NUM-DISCIPLINAS
               PERFORM ALARG-FALTAS-DISCIPLINA
                   VARYING ALARG-IDX FROM 1 BY 1
                   UNTIL ALARG-IDX > FALTAS-NUM-DISCIPLINAS
               WRITE FALTAS-RECORD
                   INVALID KEY
                       PERFORM ALARG-NAO-CONVERTIDO
                   NOT INVALID KEY
                       ADD 1 TO ALARG-CONVERTIDOS
               END-WRITE.
           PERFORM ALARG-NEXT-FALTAS.

       ALARG-FALTAS-DISCIPLINA.
           MOVE F999-DISC-CODIGO (ALARG-IDX) TO
               FALTAS-DISC-CODIGO (ALARG-IDX).
           MOVE F999-DISC-CONT (ALARG-IDX) TO
               FALTAS-DISC-CONT (ALARG-IDX).

       ALARG-COPIA-EXAMES.
           OPEN INPUT EXAMES999-FILE.
           OPEN OUTPUT EXAMES-FILE.
           PERFORM ALARG-NEXT-EXAMES.
           PERFORM ALARG-GRAVA-EXAMES
               UNTIL ALARG-FIM = "Y".
           CLOSE EXAMES999-FILE.
           CLOSE EXAMES-FILE.

       ALARG-NEXT-EXAMES.
           READ EXAMES999-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ALARG-FIM.

       ALARG-GRAVA-EXAMES.
           ADD 1 TO ALARG-LIDOS.
           MOVE X999-KEY TO ALARG-CHAVE.
           MOVE X999-ALUNO-NUMBER TO EXAME-ALUNO-NUMBER.
           MOVE X999-ANO-LETIVO TO EXAME-ANO-LETIVO.
           MOVE X999-DISCIPLINA TO EXAME-DISCIPLINA.
           MOVE X999-NOTA TO EXAME-NOTA.
           MOVE X999-DATA TO EXAME-DATA.
           WRITE EXAME-RECORD
               INVALID KEY
                   PERFORM ALARG-NAO-CONVERTIDO
               NOT INVALID KEY
                   ADD 1 TO ALARG-CONVERTIDOS
           END-WRITE.
           PERFORM ALARG-NEXT-EXAMES.

       ALARG-COPIA-ALUNOTURMA.
           OPEN INPUT ALTURMA999-FILE.
           OPEN OUTPUT ALUNOTURMA-FILE.
           PERFORM ALARG-NEXT-ALUNOTURMA.
           PERFORM ALARG-GRAVA-ALUNOTURMA
               UNTIL ALARG-FIM = "Y".
           CLOSE ALTURMA999-FILE.
           CLOSE ALUNOTURMA-FILE.

       ALARG-NEXT-ALUNOTURMA.
           READ ALTURMA999-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ALARG-FIM.

       ALARG-GRAVA-ALUNOTURMA.
           ADD 1 TO ALARG-LIDOS.
           MOVE T999-NUMBER TO ALARG-CHAVE.
           MOVE T999-NUMBER TO ALUNOTURMA-NUMBER.
           MOVE ALARG-ANO-TURMAS TO ALUNOTURMA-ANO.
           MOVE T999-CODE TO ALUNOTURMA-CODE.
           WRITE ALUNOTURMA-RECORD
               INVALID KEY
                   PERFORM ALARG-NAO-CONVERTIDO
               NOT INVALID KEY
                   ADD 1 TO ALARG-CONVERTIDOS
           END-WRITE.
           PERFORM ALARG-NEXT-ALUNOTURMA.

       ALARG-COPIA-ENCARR.
           OPEN INPUT ENCARR999-FILE.
           OPEN OUTPUT ENCARR-FILE.
           PERFORM ALARG-NEXT-ENCARR.
           PERFORM ALARG-GRAVA-ENCARR
               UNTIL ALARG-FIM = "Y".
           CLOSE ENCARR999-FILE.
           CLOSE ENCARR-FILE.

       ALARG-NEXT-ENCARR.
           READ ENCARR999-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ALARG-FIM.

       ALARG-GRAVA-ENCARR.
           ADD 1 TO ALARG-LIDOS.
           MOVE C999-NUMBER TO ALARG-CHAVE.
           MOVE C999-NUMBER TO ENCARR-NUMBER.
           MOVE C999-NOME TO ENCARR-NOME.
           MOVE C999-MORADA TO ENCARR-MORADA.
           MOVE C999-LOCALIDADE TO ENCARR-LOCALIDADE.
           MOVE C999-TELEFONE TO ENCARR-TELEFONE.
           WRITE ENCARR-RECORD
               INVALID KEY
                   PERFORM ALARG-NAO-CONVERTIDO
               NOT INVALID KEY
                   ADD 1 TO ALARG-CONVERTIDOS
           END-WRITE.
           PERFORM ALARG-NEXT-ENCARR.

       ALARG-COPIA-HIST.
           OPEN INPUT NOTASHIST999-FILE.
           OPEN OUTPUT NOTASHIST-FILE.
           PERFORM ALARG-NEXT-HIST.
           PERFORM ALARG-GRAVA-HIST
               UNTIL ALARG-FIM = "Y".
           CLOSE NOTASHIST999-FILE.
           CLOSE NOTASHIST-FILE.

       ALARG-NEXT-HIST.
           READ NOTASHIST999-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ALARG-FIM.

       ALARG-GRAVA-HIST.
           ADD 1 TO ALARG-LIDOS.
           MOVE NH999-TERM-KEY TO ALARG-CHAVE.
           IF NH999-NUM-DISCIPLINAS < 4 OR
                   NH999-NUM-DISCIPLINAS > DISCIPLINA-MAX-OCCURS
               PERFORM ALARG-NAO-CONVERTIDO
           ELSE
               MOVE NH999-ALUNO-NUMBER TO HIST-ALUNO-NUMBER
               MOVE NH999-ANO-LETIVO TO HIST-ANO-LETIVO
               MOVE NH999-PERIODO TO HIST-PERIODO
               MOVE NH999-NOMEALUNO TO HIST-NOMEALUNO
               MOVE NH999-ALUNO-STATUS TO HIST-ALUNO-STATUS
               MOVE NH999-NUM-DISCIPLINAS TO HIST-NUM-DISCIPLINAS
               PERFORM ALARG-HIST-DISCIPLINA
                   VARYING ALARG-IDX FROM 1 BY 1
                   UNTIL ALARG-IDX > HIST-NUM-DISCIPLINAS
               WRITE NOTASHIST-RECORD
                   INVALID KEY
                       PERFORM ALARG-NAO-CONVERTIDO
                   NOT INVALID KEY
                       ADD 1 TO ALARG-CONVERTIDOS
               END-WRITE.
           PERFORM ALARG-NEXT-HIST.

       ALARG-HIST-DISCIPLINA.
           MOVE NH999-DISC-CODIGO (ALARG-IDX) TO
               HIST-DISC-CODIGO (ALARG-IDX).
           MOVE NH999-DISC-NOTA (ALARG-IDX) TO
               HIST-DISC-NOTA (ALARG-IDX).
           MOVE "L" TO HIST-DISC-ESTADO (ALARG-IDX).

       ALARG-COPIA-FHIST.
           OPEN INPUT FALTASHIST999-FILE.
           OPEN OUTPUT FALTASHIST-FILE.
           PERFORM ALARG-NEXT-FHIST.
           PERFORM ALARG-GRAVA-FHIST
               UNTIL ALARG-FIM = "Y".
           CLOSE FALTASHIST999-FILE.
           CLOSE FALTASHIST-FILE.

       ALARG-NEXT-FHIST.
           READ FALTASHIST999-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO ALARG-FIM.

       ALARG-GRAVA-FHIST.
           ADD 1 TO ALARG-LIDOS.
           MOVE FH999-TERM-KEY TO ALARG-CHAVE.
           IF FH999-NUM-DISCIPLINAS < 4 OR
                   FH999-NUM-DISCIPLINAS > DISCIPLINA-MAX-OCCURS
               PERFORM ALARG-NAO-CONVERTIDO
           ELSE
               MOVE FH999-ALUNO-NUMBER TO FHIST-ALUNO-NUMBER
               MOVE FH999-ANO-LETIVO TO FHIST-ANO-LETIVO
               MOVE FH999-PERIODO TO FHIST-PERIODO
               MOVE FH999-NUM-DISCIPLINAS TO FHIST-NUM-DISCIPLINAS
               PERFORM ALARG-FHIST-DISCIPLINA
                   VARYING ALARG-IDX FROM 1 BY 1
                   UNTIL ALARG-IDX > FHIST-NUM-DISCIPLINAS
               WRITE FALTASHIST-RECORD
                   INVALID KEY
                       PERFORM ALARG-NAO-CONVERTIDO
                   NOT INVALID KEY
                       ADD 1 TO ALARG-CONVERTIDOS
               END-WRITE.
           PERFORM ALARG-NEXT-FHIST.

       ALARG-FHIST-DISCIPLINA.
           MOVE FH999-DISC-CODIGO (ALARG-IDX) TO
               FHIST-DISC-CODIGO (ALARG-IDX).
           MOVE FH999-DISC-CONT (ALARG-IDX) TO
               FHIST-DISC-CONT (ALARG-IDX).

      *    notasfinais.dat: as linhas "A" e "D" ganham dois zeros
      *    a esquerda do numero; qualquer outra linha passa como
      *    esta.
       ALARG-COPIA-FINAIS.
           OPEN INPUT FINAIS999-FILE.
           OPEN OUTPUT FINAIS-FILE.
           PERFORM ALARG-NEXT-FINAIS.
           PERFORM ALARG-GRAVA-FINAIS
               UNTIL ALARG-FIM = "Y".
           CLOSE FINAIS999-FILE.
           CLOSE FINAIS-FILE.

       ALARG-NEXT-FINAIS.
           READ FINAIS999-FILE
               AT END
                   MOVE "Y" TO ALARG-FIM.

       ALARG-GRAVA-FINAIS.
           ADD 1 TO ALARG-LIDOS.
           MOVE FINAIS999-RECORD TO ALARG-FINAIS-ANTIGA.
           MOVE SPACES TO FINAIS-RECORD.
           IF (ALARG-FA-TIPO = "A" OR ALARG-FA-TIPO = "D") AND
                   ALARG-FA-NUMBER NUMERIC
               STRING ALARG-FA-INICIO DELIMITED BY SIZE
                      "00" DELIMITED BY SIZE
                      ALARG-FA-NUMBER DELIMITED BY SIZE
                      ALARG-FA-RESTO DELIMITED BY SIZE
                 INTO FINAIS-RECORD
               ADD 1 TO ALARG-CONVERTIDOS
           ELSE
               MOVE ALARG-FINAIS-ANTIGA TO FINAIS-RECORD
               ADD 1 TO ALARG-NAO-CONV.
           WRITE FINAIS-RECORD.
           PERFORM ALARG-NEXT-FINAIS.

      *    notasaudit.log: nas linhas " ALUNO " o numero editado
      *    passa de 3 para 5 posicoes (dois espacos a esquerda),
      *    para o AUDIT16-MODE continuar a encontra-las.  As
      *    linhas de pautas passam como estao.
       ALARG-COPIA-AUDIT.
           OPEN INPUT NOTASAUDIT999-FILE.
           OPEN OUTPUT NOTASAUDIT-FILE.
           PERFORM ALARG-NEXT-AUDIT.
           PERFORM ALARG-GRAVA-AUDIT
               UNTIL ALARG-FIM = "Y".
           CLOSE NOTASAUDIT999-FILE.
           CLOSE NOTASAUDIT-FILE.

       ALARG-NEXT-AUDIT.
           READ NOTASAUDIT999-FILE
               AT END
                   MOVE "Y" TO ALARG-FIM.

       ALARG-GRAVA-AUDIT.
           ADD 1 TO ALARG-LIDOS.
           MOVE NOTASAUDIT999-RECORD TO ALARG-AUDIT-ANTIGA.
           MOVE SPACES TO NOTASAUDIT-RECORD.
           IF ALARG-AA-ETIQUETA = " ALUNO "
               STRING ALARG-AA-INICIO DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      ALARG-AA-RESTO DELIMITED BY SIZE
                 INTO NOTASAUDIT-RECORD
               ADD 1 TO ALARG-CONVERTIDOS
           ELSE
               MOVE ALARG-AUDIT-ANTIGA TO NOTASAUDIT-RECORD
               ADD 1 TO ALARG-NAO-CONV.
           WRITE NOTASAUDIT-RECORD.
           PERFORM ALARG-NEXT-AUDIT.

       ALARG-WRITE-CONTROLO.
           MOVE SPACES TO ALARG-LINE.
           WRITE ALARGAMENTO-RECORD FROM ALARG-LINE.
           MOVE SPACES TO ALARG-LINE.
           STRING "CONTAGENS DE CONTROLO" DELIMITED BY SIZE
             INTO ALARG-LINE.
           WRITE ALARGAMENTO-RECORD FROM ALARG-LINE.
           MOVE SPACES TO ALARG-LINE.
           STRING "FICHEIRO             LIDOS  CONVERT. "
                      DELIMITED BY SIZE
                  "NAO CONV.  ESTADO          CONTROLO"
                      DELIMITED BY SIZE
             INTO ALARG-LINE.
           WRITE ALARGAMENTO-RECORD FROM ALARG-LINE.
           MOVE "Y" TO ALARG-CONTROLO-OK.
           PERFORM ALARG-WRITE-CONTROLO-LINHA
               VARYING ALARG-FICH FROM 1 BY 1
               UNTIL ALARG-FICH > ALARG-NUM-FICHEIROS.
           MOVE SPACES TO ALARG-LINE.
           WRITE ALARGAMENTO-RECORD FROM ALARG-LINE.
           MOVE SPACES TO ALARG-LINE.
           STRING "NAO CONV.: REGISTOS QUE SO FICAM NA COPIA _999 "
                      DELIMITED BY SIZE
                  "(LINHAS DE TEXTO: COPIADAS" DELIMITED BY SIZE
             INTO ALARG-LINE.
           WRITE ALARGAMENTO-RECORD FROM ALARG-LINE.
           MOVE SPACES TO ALARG-LINE.
           STRING "           SEM ALTERACAO POR NAO TEREM NUMERO DE "
                      DELIMITED BY SIZE
                  "ALUNO)" DELIMITED BY SIZE
             INTO ALARG-LINE.
           WRITE ALARGAMENTO-RECORD FROM ALARG-LINE.
           MOVE SPACES TO ALARG-LINE.
           IF ALARG-ERRO = "Y"
               STRING "CONVERSAO INCOMPLETA - CORRIJA O ERRO E "
                          DELIMITED BY SIZE
                      "VOLTE A CORRER O MODO 37" DELIMITED BY SIZE
                 INTO ALARG-LINE
           ELSE
           IF ALARG-CONTROLO-OK = "Y"
               STRING "CONTROLO OK - NENHUM REGISTO PERDIDO"
                          DELIMITED BY SIZE
                 INTO ALARG-LINE
           ELSE
               STRING "ATENCAO: AS CONTAGENS NAO BATEM CERTO - "
                          DELIMITED BY SIZE
                      "VERIFIQUE AS COPIAS _999" DELIMITED BY SIZE
                 INTO ALARG-LINE.
           WRITE ALARGAMENTO-RECORD FROM ALARG-LINE.
           DISPLAY ALARG-LINE.

       ALARG-WRITE-CONTROLO-LINHA.
           MOVE SPACES TO ALARG-NOME.
           STRING ALARG-FICHEIRO-BASE (ALARG-FICH) DELIMITED BY SPACE
                  ALARG-FICHEIRO-EXT (ALARG-FICH) DELIMITED BY SIZE
             INTO ALARG-NOME.
           MOVE ALARG-C-LIDOS (ALARG-FICH) TO ALARG-LIDOS-ED.
           MOVE ALARG-C-CONVERTIDOS (ALARG-FICH) TO
               ALARG-CONVERTIDOS-ED.
           MOVE ALARG-C-NAO-CONV (ALARG-FICH) TO ALARG-NAO-CONV-ED.
           MOVE SPACES TO ALARG-LINE.
           MOVE 1 TO ALARG-POINTER.
           STRING ALARG-NOME DELIMITED BY SIZE
                  ALARG-LIDOS-ED DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  ALARG-CONVERTIDOS-ED DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  ALARG-NAO-CONV-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  ALARG-C-ESTADO (ALARG-FICH) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
             INTO ALARG-LINE
             WITH POINTER ALARG-POINTER.
           IF ALARG-C-ESTADO (ALARG-FICH) = "CONVERTIDO"
               IF ALARG-C-LIDOS (ALARG-FICH) =
                     ALARG-C-CONVERTIDOS (ALARG-FICH) +
                     ALARG-C-NAO-CONV (ALARG-FICH)
                   STRING "OK" DELIMITED BY SIZE
                     INTO ALARG-LINE
                     WITH POINTER ALARG-POINTER
               ELSE
                   MOVE "N" TO ALARG-CONTROLO-OK
                   STRING "DIFERENCA" DELIMITED BY SIZE
                     INTO ALARG-LINE
                     WITH POINTER ALARG-POINTER.
           WRITE ALARGAMENTO-RECORD FROM ALARG-LINE.
           DISPLAY ALARG-LINE.

      *--------------------------------------------------
      * Completude do lancamento de notas: para um
      * ANO-LETIVO/PERIODO (e, se indicada, uma so
      * turma) conta por turma e disciplina as notas ja
      * lancadas e as ainda por lancar, com o professor
      * que as deve, e lista os alunos a quem falta
      * alguma nota.  Sai em completude.txt.
      *--------------------------------------------------
       COMPL38-MODE.
           MOVE "LISTING" TO THE-MODE.
           DISPLAY "COMPLETUDE DO LANCAMENTO PARA ANO LETIVO "
               "(EX: 2026)".
           ACCEPT COMPL-ANO.
           DISPLAY "PERIODO (1-4)".
           ACCEPT COMPL-PERIODO.
           PERFORM REVALIDATE-COMPL-PERIODO
               UNTIL COMPL-PERIODO-VALIDO.
           PERFORM ASK-FILTRO-TURMA.
           PERFORM ALUNOTURMA-OPENING.
           IF ALUNOTURMA-OPEN-OK = "Y"
               PERFORM COMPL38-RUN.

       REVALIDATE-COMPL-PERIODO.
           DISPLAY PERIODO-INVALIDO.
           DISPLAY "PERIODO (1-4)".
           ACCEPT COMPL-PERIODO.

       COMPL38-RUN.
           OPEN I-O SERVDOC-FILE.
           OPEN I-O PROFESSOR-FILE.
           MOVE ZEROES TO COMPL-TD-COUNT.
           MOVE ZEROES TO COMPL-COUNT.
           MOVE ZEROES TO COMPL-ALUNOS.
           MOVE ZEROES TO COMPL-COMPLETOS.
           MOVE ZEROES TO COMPL-NAO-ATIVOS.
           MOVE ZEROES TO COMPL-IGNORADOS.
           MOVE ZEROES TO COMPL-TOT-LANCADAS.
           MOVE ZEROES TO COMPL-TOT-POR-LANCAR.
           MOVE "N" TO COMPL-TD-CHEIA.
           MOVE "N" TO FILE-AT-END.
           PERFORM READ-NEXT-RECORD.
           PERFORM SCAN-COMPL-RECORDS
               UNTIL FILE-AT-END = "Y".
           PERFORM SORT-COMPL-TD-TABLE.
           PERFORM SORT-COMPL-TABLE.
           PERFORM WRITE-COMPL-REPORT.
           CLOSE ALUNOTURMA-FILE.
           CLOSE SERVDOC-FILE.
           CLOSE PROFESSOR-FILE.
           MOVE COMPL-TOT-POR-LANCAR TO COMPL-COUNT-ED.
           MOVE COMPL-COUNT TO COMPL-COUNT2-ED.
           DISPLAY "NOTAS POR LANCAR: " COMPL-COUNT-ED
               " EM " COMPL-COUNT2-ED " ALUNOS"
               " (VER completude.txt)".

       SCAN-COMPL-RECORDS.
           IF ANO-LETIVO = COMPL-ANO AND PERIODO = COMPL-PERIODO
               IF NOT ALUNO-ATIVO
                   ADD 1 TO COMPL-NAO-ATIVOS
               ELSE
                   PERFORM GET-ALUNO-TURMA
                   IF FILTRO-TURMA = SPACES OR
                           ALUNO-TURMA-ATUAL = FILTRO-TURMA
                       PERFORM CHECK-COMPL-ALUNO.
           PERFORM READ-NEXT-RECORD.

       CHECK-COMPL-ALUNO.
           ADD 1 TO COMPL-ALUNOS.
           MOVE SPACES TO COMPL-LISTA.
           MOVE 1 TO COMPL-LISTA-POINTER.
           MOVE ZERO TO NOTAS-POR-LANCAR.
           PERFORM CHECK-COMPL-DISCIPLINA
               VARYING DISCIPLINA-IDX FROM 1 BY 1
               UNTIL DISCIPLINA-IDX > NUM-DISCIPLINAS.
           IF NOTAS-POR-LANCAR = 0
               ADD 1 TO COMPL-COMPLETOS
           ELSE
               PERFORM ADD-COMPL-ENTRY.

       CHECK-COMPL-DISCIPLINA.
           PERFORM FIND-COMPL-TD.
           IF DISCIPLINA-POR-LANCAR (DISCIPLINA-IDX)
               PERFORM COMPL-CONTA-POR-LANCAR
           ELSE
               PERFORM COMPL-CONTA-LANCADA.

       COMPL-CONTA-POR-LANCAR.
           ADD 1 TO NOTAS-POR-LANCAR.
           ADD 1 TO COMPL-TOT-POR-LANCAR.
           IF COMPL-TD-FOUND = "Y"
               ADD 1 TO COMPL-TD-POR-LANCAR (COMPL-TD-IX).
           STRING DISCIPLINA-CODIGO (DISCIPLINA-IDX) DELIMITED BY "  "
                  " " DELIMITED BY SIZE
             INTO COMPL-LISTA
             WITH POINTER COMPL-LISTA-POINTER.

       COMPL-CONTA-LANCADA.
           ADD 1 TO COMPL-TOT-LANCADAS.
           IF COMPL-TD-FOUND = "Y"
               ADD 1 TO COMPL-TD-LANCADAS (COMPL-TD-IX).

      *    Procura a turma/disciplina na COMPL-TD e
      *    acrescenta-a quando ainda nao esta.
       FIND-COMPL-TD.
           MOVE ALUNO-TURMA-ATUAL TO COMPL-PROCURA-TURMA.
           MOVE DISCIPLINA-CODIGO (DISCIPLINA-IDX) TO
               COMPL-PROCURA-DISC.
           MOVE "N" TO COMPL-TD-FOUND.
           PERFORM LOOK-FOR-COMPL-TD
               VARYING COMPL-TD-IX FROM 1 BY 1
               UNTIL COMPL-TD-FOUND = "Y"
                  OR COMPL-TD-IX > COMPL-TD-COUNT.
           IF COMPL-TD-FOUND = "Y"
               SUBTRACT 1 FROM COMPL-TD-IX
           ELSE
           IF COMPL-TD-COUNT < COMPL-TD-MAX
               ADD 1 TO COMPL-TD-COUNT
               MOVE COMPL-TD-COUNT TO COMPL-TD-IX
               MOVE COMPL-PROCURA TO COMPL-TD-CHAVE (COMPL-TD-IX)
               MOVE ZEROES TO COMPL-TD-LANCADAS (COMPL-TD-IX)
               MOVE ZEROES TO COMPL-TD-POR-LANCAR (COMPL-TD-IX)
               MOVE "Y" TO COMPL-TD-FOUND
           ELSE
               MOVE "Y" TO COMPL-TD-CHEIA.

       LOOK-FOR-COMPL-TD.
           IF COMPL-TD-CHAVE (COMPL-TD-IX) = COMPL-PROCURA
               MOVE "Y" TO COMPL-TD-FOUND.

       ADD-COMPL-ENTRY.
           IF COMPL-COUNT >= 9999
               ADD 1 TO COMPL-IGNORADOS
           ELSE
               ADD 1 TO COMPL-COUNT
               MOVE ALUNO-TURMA-ATUAL TO COMPL-E-TURMA (COMPL-COUNT)
               MOVE ALUNO-NUMBER TO COMPL-E-NUMBER (COMPL-COUNT)
               MOVE NOMEALUNO TO COMPL-E-NOME (COMPL-COUNT)
               MOVE COMPL-LISTA TO COMPL-E-DISCIPLINAS (COMPL-COUNT).

      *    As duas tabelas saem por turma; a COMPL-TD por
      *    disciplina dentro da turma e a COMPL-TABLE por
      *    numero.
       SORT-COMPL-TD-TABLE.
           PERFORM SORT-COMPL-TD-OUTER-PASS
               VARYING COMPL-TD-PASS FROM 1 BY 1
               UNTIL COMPL-TD-PASS >= COMPL-TD-COUNT.

       SORT-COMPL-TD-OUTER-PASS.
           PERFORM SORT-COMPL-TD-COMPARE
               VARYING COMPL-TD-IX FROM 1 BY 1
               UNTIL COMPL-TD-IX >= COMPL-TD-COUNT.

       SORT-COMPL-TD-COMPARE.
           COMPUTE COMPL-TD-NEXT-IX = COMPL-TD-IX + 1.
           IF COMPL-TD-CHAVE (COMPL-TD-IX) >
                   COMPL-TD-CHAVE (COMPL-TD-NEXT-IX)
               MOVE COMPL-TD (COMPL-TD-IX) TO COMPL-TD-TEMP
               MOVE COMPL-TD (COMPL-TD-NEXT-IX) TO
                   COMPL-TD (COMPL-TD-IX)
               MOVE COMPL-TD-TEMP TO COMPL-TD (COMPL-TD-NEXT-IX).

       SORT-COMPL-TABLE.
           PERFORM SORT-COMPL-OUTER-PASS
               VARYING COMPL-PASS FROM 1 BY 1
               UNTIL COMPL-PASS >= COMPL-COUNT.

       SORT-COMPL-OUTER-PASS.
           PERFORM SORT-COMPL-COMPARE-ADJACENT
               VARYING COMPL-IX FROM 1 BY 1
               UNTIL COMPL-IX >= COMPL-COUNT.

       SORT-COMPL-COMPARE-ADJACENT.
           COMPUTE COMPL-NEXT-IX = COMPL-IX + 1.
           IF COMPL-E-CHAVE (COMPL-IX) >
                   COMPL-E-CHAVE (COMPL-NEXT-IX)
               MOVE COMPL-ENTRY (COMPL-IX) TO COMPL-ENTRY-TEMP
               MOVE COMPL-ENTRY (COMPL-NEXT-IX) TO
                   COMPL-ENTRY (COMPL-IX)
               MOVE COMPL-ENTRY-TEMP TO COMPL-ENTRY (COMPL-NEXT-IX).

       WRITE-COMPL-REPORT.
           OPEN OUTPUT COMPLETUDE-FILE.
           MOVE SPACES TO COMPL-LINE.
           STRING "COMPLETUDE DO LANCAMENTO DE NOTAS - ANO LETIVO "
                      DELIMITED BY SIZE
                  COMPL-ANO DELIMITED BY SIZE
                  " PERIODO " DELIMITED BY SIZE
                  COMPL-PERIODO DELIMITED BY SIZE
             INTO COMPL-LINE.
           WRITE COMPLETUDE-RECORD FROM COMPL-LINE.
           IF FILTRO-TURMA NOT = SPACES
               MOVE SPACES TO COMPL-LINE
               STRING "SO A TURMA " DELIMITED BY SIZE
                      FILTRO-TURMA DELIMITED BY SIZE
                 INTO COMPL-LINE
               WRITE COMPLETUDE-RECORD FROM COMPL-LINE.
           PERFORM WRITE-COMPL-BLANK-LINE.
           MOVE SPACES TO COMPL-LINE.
           STRING "TURMA DISCIPLINA       LANCADAS  POR LANCAR  "
                      DELIMITED BY SIZE
                  "PROFESSOR" DELIMITED BY SIZE
             INTO COMPL-LINE.
           WRITE COMPLETUDE-RECORD FROM COMPL-LINE.
           PERFORM WRITE-COMPL-TD-LINHA
               VARYING COMPL-TD-IX FROM 1 BY 1
               UNTIL COMPL-TD-IX > COMPL-TD-COUNT.
           MOVE COMPL-TOT-LANCADAS TO COMPL-COUNT-ED.
           MOVE COMPL-TOT-POR-LANCAR TO COMPL-COUNT2-ED.
           MOVE SPACES TO COMPL-LINE.
           STRING "TOTAL                    " DELIMITED BY SIZE
                  COMPL-COUNT-ED DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  COMPL-COUNT2-ED DELIMITED BY SIZE
             INTO COMPL-LINE.
           WRITE COMPLETUDE-RECORD FROM COMPL-LINE.
           PERFORM WRITE-COMPL-BLANK-LINE.
           MOVE SPACES TO COMPL-LINE.
           STRING "ALUNOS COM NOTAS POR LANCAR" DELIMITED BY SIZE
             INTO COMPL-LINE.
           WRITE COMPLETUDE-RECORD FROM COMPL-LINE.
           MOVE HIGH-VALUES TO COMPL-TURMA-ATUAL.
           PERFORM WRITE-COMPL-ALUNO
               VARYING COMPL-IX FROM 1 BY 1
               UNTIL COMPL-IX > COMPL-COUNT.
           PERFORM WRITE-COMPL-TOTAIS.
           CLOSE COMPLETUDE-FILE.
           MOVE "completude.txt" TO RELAT-ORIGEM.
           MOVE 38 TO RELAT-MODO.
           MOVE COMPL-ANO TO RELAT-ANO.
           MOVE COMPL-PERIODO TO RELAT-PERIODO.
           MOVE FILTRO-TURMA TO RELAT-TURMA.
           PERFORM ARQUIVAR-RELATORIO.

       WRITE-COMPL-BLANK-LINE.
           MOVE SPACES TO COMPL-LINE.
           WRITE COMPLETUDE-RECORD FROM COMPL-LINE.

       WRITE-COMPL-TD-LINHA.
           MOVE SPACES TO DOCENTE-NOME.
           IF COMPL-TD-TURMA (COMPL-TD-IX) NOT = SPACES
               MOVE COMPL-ANO TO SERV-ANO
               MOVE COMPL-TD-TURMA (COMPL-TD-IX) TO SERV-TURMA
               MOVE COMPL-TD-DISCIPLINA (COMPL-TD-IX) TO
                   SERV-DISCIPLINA
               PERFORM FIND-DOCENTE.
           IF DOCENTE-NOME = SPACES
               MOVE "(SEM PROFESSOR ATRIBUIDO)" TO DOCENTE-NOME.
           MOVE COMPL-TD-LANCADAS (COMPL-TD-IX) TO COMPL-COUNT-ED.
           MOVE COMPL-TD-POR-LANCAR (COMPL-TD-IX) TO COMPL-COUNT2-ED.
           MOVE SPACES TO COMPL-LINE.
           IF COMPL-TD-TURMA (COMPL-TD-IX) = SPACES
               MOVE "---" TO COMPL-LINE (1:3)
           ELSE
               MOVE COMPL-TD-TURMA (COMPL-TD-IX) TO COMPL-LINE (1:3).
           MOVE COMPL-TD-DISCIPLINA (COMPL-TD-IX) TO
               COMPL-LINE (7:15).
           MOVE COMPL-COUNT-ED TO COMPL-LINE (26:6).
           MOVE COMPL-COUNT2-ED TO COMPL-LINE (38:6).
           MOVE DOCENTE-NOME TO COMPL-LINE (46:30).
           WRITE COMPLETUDE-RECORD FROM COMPL-LINE.

       WRITE-COMPL-ALUNO.
           IF COMPL-E-TURMA (COMPL-IX) NOT = COMPL-TURMA-ATUAL
               MOVE COMPL-E-TURMA (COMPL-IX) TO COMPL-TURMA-ATUAL
               PERFORM WRITE-COMPL-TURMA-HEADER.
           MOVE COMPL-E-NUMBER (COMPL-IX) TO COMPL-NUMBER-ED.
           MOVE SPACES TO COMPL-LINE.
           STRING COMPL-NUMBER-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  COMPL-E-NOME (COMPL-IX) DELIMITED BY SIZE
                  "  POR LANCAR: " DELIMITED BY SIZE
                  COMPL-E-DISCIPLINAS (COMPL-IX) DELIMITED BY SIZE
             INTO COMPL-LINE.
           WRITE COMPLETUDE-RECORD FROM COMPL-LINE.

       WRITE-COMPL-TURMA-HEADER.
           PERFORM WRITE-COMPL-BLANK-LINE.
           MOVE SPACES TO COMPL-LINE.
           IF COMPL-TURMA-ATUAL = SPACES
               STRING "ALUNOS SEM TURMA ATRIBUIDA" DELIMITED BY SIZE
                 INTO COMPL-LINE
           ELSE
               STRING "TURMA " DELIMITED BY SIZE
                      COMPL-TURMA-ATUAL DELIMITED BY SIZE
                 INTO COMPL-LINE.
           WRITE COMPLETUDE-RECORD FROM COMPL-LINE.

       WRITE-COMPL-TOTAIS.
           PERFORM WRITE-COMPL-BLANK-LINE.
           MOVE COMPL-ALUNOS TO COMPL-COUNT-ED.
           MOVE SPACES TO COMPL-LINE.
           STRING "ALUNOS DO TERMO:              " DELIMITED BY SIZE
                  COMPL-COUNT-ED DELIMITED BY SIZE
             INTO COMPL-LINE.
           WRITE COMPLETUDE-RECORD FROM COMPL-LINE.
           MOVE COMPL-COMPLETOS TO COMPL-COUNT-ED.
           MOVE SPACES TO COMPL-LINE.
           STRING "COM TODAS AS NOTAS LANCADAS:  " DELIMITED BY SIZE
                  COMPL-COUNT-ED DELIMITED BY SIZE
             INTO COMPL-LINE.
           WRITE COMPLETUDE-RECORD FROM COMPL-LINE.
           COMPUTE COMPL-COUNT-ED = COMPL-ALUNOS - COMPL-COMPLETOS.
           MOVE SPACES TO COMPL-LINE.
           STRING "COM NOTAS POR LANCAR:         " DELIMITED BY SIZE
                  COMPL-COUNT-ED DELIMITED BY SIZE
             INTO COMPL-LINE.
           WRITE COMPLETUDE-RECORD FROM COMPL-LINE.
           MOVE COMPL-NAO-ATIVOS TO COMPL-COUNT-ED.
           MOVE SPACES TO COMPL-LINE.
           STRING "ALUNOS NAO ATIVOS IGNORADOS:  " DELIMITED BY SIZE
                  COMPL-COUNT-ED DELIMITED BY SIZE
             INTO COMPL-LINE.
           WRITE COMPLETUDE-RECORD FROM COMPL-LINE.
           IF COMPL-IGNORADOS > 0
               MOVE COMPL-IGNORADOS TO COMPL-COUNT-ED
               MOVE SPACES TO COMPL-LINE
               STRING "NAO LISTADOS (TABELA CHEIA):  "
                          DELIMITED BY SIZE
                      COMPL-COUNT-ED DELIMITED BY SIZE
                 INTO COMPL-LINE
               WRITE COMPLETUDE-RECORD FROM COMPL-LINE.
           IF COMPL-TD-CHEIA = "Y"
               MOVE SPACES TO COMPL-LINE
               STRING "ATENCAO: TABELA DE TURMAS/DISCIPLINAS CHEIA - "
                          DELIMITED BY SIZE
                      "OS TOTAIS POR TURMA ESTAO INCOMPLETOS"
                          DELIMITED BY SIZE
                 INTO COMPL-LINE
               WRITE COMPLETUDE-RECORD FROM COMPL-LINE.

      *--------------------------------------------------
      * Conversao unica para o estado de lancamento da
      * nota, ao estilo do MIGRA31-MODE: o notasindex.dat
      * e o notashist.dat gravados antes do estado sao
      * postos de lado como <nome>_semestado.dat e
      * reescritos com cada nota lancada.  Nas notas
      * correntes o operador pode mandar ficar por lancar
      * as notas 0.00 (as que a importacao e a abertura
      * de periodo criavam); no arquivo ficam todas
      * lancadas.  Um ficheiro que ja tem a copia
      * _semestado nao e mexido.
      *--------------------------------------------------
       LANCA39-MODE.
           MOVE "LISTING" TO THE-MODE.
           PERFORM TEST-EXCLUSIVE-ACCESS.
           IF EXCLUSIVE-OK = "N"
               DISPLAY "CONVERSAO CANCELADA"
           ELSE
               PERFORM LANCA39-RUN.

       LANCA39-RUN.
           PERFORM CHECK-LANCA-NOTAS.
           MOVE LANCA-FORMATO TO LANCA-NOTAS-FORMATO.
           PERFORM CHECK-LANCA-HIST.
           MOVE LANCA-FORMATO TO LANCA-HIST-FORMATO.
           IF LANCA-NOTAS-FORMATO = "A" OR LANCA-HIST-FORMATO = "A"
               DISPLAY "OS FICHEIROS ESTAO NUM FORMATO MAIS ANTIGO - "
                   "CORRA PRIMEIRO O MODO 31 E/OU O MODO 37"
           ELSE
           IF LANCA-NOTAS-FORMATO NOT = "S" AND
                   LANCA-HIST-FORMATO NOT = "S"
               DISPLAY "AS NOTAS JA TEM O ESTADO DE LANCAMENTO "
                   "(OU ESTAO VAZIAS) - NADA A CONVERTER"
           ELSE
               PERFORM CONFIRM-LANCA.

      *--------------------------------------------------
      * Espreita o primeiro registo pelo desenho novo:
      * sem o estado, o byte do estado da primeira
      * disciplina apanha a primeira letra do codigo da
      * segunda e a nota da segunda deixa de ser
      * numerica.
      *--------------------------------------------------
       CHECK-LANCA-NOTAS.
           MOVE "N" TO FILE-AT-END.
           PERFORM READ-NEXT-RECORD.
           IF FILE-AT-END = "Y"
               MOVE "V" TO LANCA-FORMATO
           ELSE
           IF ANO-LETIVO NOT NUMERIC OR
                   PERIODO NOT NUMERIC OR
                   NOT PERIODO-VALIDO OR
                   NUM-DISCIPLINAS < 4 OR
                   NUM-DISCIPLINAS > DISCIPLINA-MAX-OCCURS OR
                   NOT (ALUNO-ATIVO OR ALUNO-TRANSFERIDO OR
                        ALUNO-DESISTENTE)
               MOVE "A" TO LANCA-FORMATO
           ELSE
           IF (DISCIPLINA-ESTADO (1) = "L" OR "P") AND
                   (DISCIPLINA-ESTADO (2) = "L" OR "P") AND
                   DISCIPLINA-NOTA (2) NUMERIC
               MOVE "N" TO LANCA-FORMATO
           ELSE
               MOVE "S" TO LANCA-FORMATO.

       CHECK-LANCA-HIST.
           MOVE "N" TO LANCA-FIM.
           OPEN INPUT NOTASHIST-FILE.
           READ NOTASHIST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LANCA-FIM.
           CLOSE NOTASHIST-FILE.
           IF LANCA-FIM = "Y"
               MOVE "V" TO LANCA-FORMATO
           ELSE
           IF HIST-ANO-LETIVO NOT NUMERIC OR
                   HIST-PERIODO NOT NUMERIC OR
                   HIST-PERIODO < 1 OR HIST-PERIODO > 4 OR
                   HIST-NUM-DISCIPLINAS < 4 OR
                   HIST-NUM-DISCIPLINAS > DISCIPLINA-MAX-OCCURS
               MOVE "A" TO LANCA-FORMATO
           ELSE
           IF (HIST-DISC-ESTADO (1) = "L" OR "P") AND
                   (HIST-DISC-ESTADO (2) = "L" OR "P") AND
                   HIST-DISC-NOTA (2) NUMERIC
               MOVE "N" TO LANCA-FORMATO
           ELSE
               MOVE "S" TO LANCA-FORMATO.

       CONFIRM-LANCA.
           IF LANCA-NOTAS-FORMATO = "S"
               DISPLAY "notasindex.dat SERA CONVERTIDO".
           IF LANCA-HIST-FORMATO = "S"
               DISPLAY "notashist.dat SERA CONVERTIDO "
                   "(NOTAS DO ARQUIVO FICAM TODAS LANCADAS)".
           DISPLAY "CADA FICHEIRO ANTIGO FICA GUARDADO COM O "
               "SUFIXO _semestado.".
           MOVE "N" TO LANCA-ZEROS.
           IF LANCA-NOTAS-FORMATO = "S"
               MOVE "X" TO LANCA-ZEROS
               PERFORM ASK-LANCA-ZEROS
                   UNTIL LANCA-ZEROS = "Y" OR "N".
           MOVE "X" TO OK-TO-LANCA.
           PERFORM ASK-TO-LANCA
               UNTIL OK-TO-LANCA = "Y" OR "N".
           IF OK-TO-LANCA = "Y"
               PERFORM BACKUP-NOTAS-FILE
               PERFORM DUPL-BACKUP-OUTROS
               PERFORM LANCA-AFTER-BACKUP
           ELSE
               DISPLAY "CONVERSAO CANCELADA".

       ASK-LANCA-ZEROS.
           DISPLAY "AS NOTAS 0.00 DAS NOTAS CORRENTES FICAM "
               "POR LANCAR (Y/N)?".
           ACCEPT LANCA-ZEROS.
           IF LANCA-ZEROS = "y"
           MOVE "Y" TO LANCA-ZEROS.
           IF LANCA-ZEROS = "n"
           MOVE "N" TO LANCA-ZEROS.
           IF LANCA-ZEROS NOT = "Y" AND
                 LANCA-ZEROS NOT = "N"
           DISPLAY "YOU MUST ENTER YES OR NO".

       ASK-TO-LANCA.
           DISPLAY "CONVERTER OS FICHEIROS AGORA (Y/N)?".
           ACCEPT OK-TO-LANCA.
           IF OK-TO-LANCA = "y"
           MOVE "Y" TO OK-TO-LANCA.
           IF OK-TO-LANCA = "n"
           MOVE "N" TO OK-TO-LANCA.
           IF OK-TO-LANCA NOT = "Y" AND
                 OK-TO-LANCA NOT = "N"
           DISPLAY "YOU MUST ENTER YES OR NO".

       LANCA-AFTER-BACKUP.
           IF BACKUP-OK = "N"
               MOVE "X" TO OK-TO-SKIP-BACKUP
               PERFORM ASK-TO-SKIP-BACKUP
                   UNTIL OK-TO-SKIP-BACKUP = "Y" OR "N".
           IF BACKUP-OK = "Y" OR OK-TO-SKIP-BACKUP = "Y"
               PERFORM RUN-LANCA
           ELSE
               DISPLAY "CONVERSAO CANCELADA - "
                   "NENHUM FICHEIRO FOI ALTERADO".

       RUN-LANCA.
           PERFORM CLOSING-PROCEDURE.
           MOVE "N" TO LANCA-ERRO.
           IF LANCA-HIST-FORMATO = "S"
               PERFORM LANCA-HIST-FILE.
           IF LANCA-NOTAS-FORMATO = "S" AND LANCA-ERRO = "N"
               PERFORM LANCA-NOTAS-FILE.
           PERFORM OPENING-PROCEDURE.

       LANCA-HIST-FILE.
           MOVE "test -f notashist_semestado.dat" TO LANCA-COMMAND.
           CALL "SYSTEM" USING LANCA-COMMAND.
           IF RETURN-CODE = 0
               MOVE "Y" TO LANCA-ERRO
               DISPLAY "JA EXISTE notashist_semestado.dat - "
                   "CONVERSAO PARADA, NENHUM FICHEIRO ALTERADO"
           ELSE
               MOVE "mv notashist.dat notashist_semestado.dat"
                   TO LANCA-COMMAND
               CALL "SYSTEM" USING LANCA-COMMAND
               IF RETURN-CODE NOT = 0
                   MOVE "Y" TO LANCA-ERRO
                   DISPLAY "CONVERSAO FALHOU (COMANDO mv DEVOLVEU "
                       RETURN-CODE ") - FICHEIRO NAO FOI ALTERADO"
               ELSE
                   PERFORM LANCA-COPIA-HIST.

       LANCA-NOTAS-FILE.
           MOVE "test -f notasindex_semestado.dat" TO LANCA-COMMAND.
           CALL "SYSTEM" USING LANCA-COMMAND.
           IF RETURN-CODE = 0
               DISPLAY "JA EXISTE notasindex_semestado.dat - "
                   "notasindex.dat NAO FOI CONVERTIDO"
           ELSE
               MOVE "mv notasindex.dat notasindex_semestado.dat"
                   TO LANCA-COMMAND
               CALL "SYSTEM" USING LANCA-COMMAND
               IF RETURN-CODE NOT = 0
                   DISPLAY "CONVERSAO FALHOU (COMANDO mv DEVOLVEU "
                       RETURN-CODE ") - FICHEIRO NAO FOI ALTERADO"
               ELSE
                   PERFORM LANCA-COPIA-NOTAS.

       LANCA-ZERA-CONTAGENS.
           MOVE ZEROES TO LANCA-LIDOS.
           MOVE ZEROES TO LANCA-GRAVADOS.
           MOVE ZEROES TO LANCA-IGNORADOS.
           MOVE ZEROES TO LANCA-POR-LANCAR.
           MOVE "N" TO LANCA-FIM.

       LANCA-COPIA-HIST.
           PERFORM LANCA-ZERA-CONTAGENS.
           OPEN INPUT NOTASHISTSE-FILE.
           OPEN OUTPUT NOTASHIST-FILE.
           PERFORM LANCA-NEXT-HIST.
           PERFORM LANCA-GRAVA-HIST
               UNTIL LANCA-FIM = "Y".
           CLOSE NOTASHISTSE-FILE.
           CLOSE NOTASHIST-FILE.
           DISPLAY "notashist.dat:".
           PERFORM LANCA-DISPLAY-CONTAGENS.
           DISPLAY "FICHEIRO ANTIGO GUARDADO EM "
               "notashist_semestado.dat".

       LANCA-NEXT-HIST.
           READ NOTASHISTSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LANCA-FIM.

       LANCA-GRAVA-HIST.
           ADD 1 TO LANCA-LIDOS.
           IF HSE-NUM-DISCIPLINAS < 4 OR
                   HSE-NUM-DISCIPLINAS > DISCIPLINA-MAX-OCCURS
               ADD 1 TO LANCA-IGNORADOS
               DISPLAY "REGISTO " HSE-TERM-KEY
                   " COM NUM-DISCIPLINAS INVALIDO - IGNORADO"
           ELSE
               MOVE HSE-TERM-KEY TO HIST-TERM-KEY
               MOVE HSE-NOMEALUNO TO HIST-NOMEALUNO
               MOVE HSE-ALUNO-STATUS TO HIST-ALUNO-STATUS
               MOVE HSE-NUM-DISCIPLINAS TO HIST-NUM-DISCIPLINAS
               PERFORM LANCA-HIST-DISCIPLINA
                   VARYING LANCA-IDX FROM 1 BY 1
                   UNTIL LANCA-IDX > HIST-NUM-DISCIPLINAS
               WRITE NOTASHIST-RECORD
                   INVALID KEY
                       ADD 1 TO LANCA-IGNORADOS
                       DISPLAY "ERRO AO GRAVAR " HIST-TERM-KEY
                   NOT INVALID KEY
                       ADD 1 TO LANCA-GRAVADOS
               END-WRITE.
           PERFORM LANCA-NEXT-HIST.

       LANCA-HIST-DISCIPLINA.
           MOVE HSE-DISC-CODIGO (LANCA-IDX) TO
               HIST-DISC-CODIGO (LANCA-IDX).
           MOVE HSE-DISC-NOTA (LANCA-IDX) TO
               HIST-DISC-NOTA (LANCA-IDX).
           MOVE "L" TO HIST-DISC-ESTADO (LANCA-IDX).

       LANCA-COPIA-NOTAS.
           PERFORM LANCA-ZERA-CONTAGENS.
           OPEN INPUT NOTASSE-FILE.
           OPEN OUTPUT NOTAS-FILE.
           PERFORM LANCA-NEXT-NOTAS.
           PERFORM LANCA-GRAVA-NOTAS
               UNTIL LANCA-FIM = "Y".
           CLOSE NOTASSE-FILE.
           CLOSE NOTAS-FILE.
           DISPLAY "notasindex.dat:".
           PERFORM LANCA-DISPLAY-CONTAGENS.
           MOVE LANCA-POR-LANCAR TO LANCA-COUNT-ED.
           DISPLAY "NOTAS 0.00 POSTAS POR LANCAR: " LANCA-COUNT-ED.
           DISPLAY "FICHEIRO ANTIGO GUARDADO EM "
               "notasindex_semestado.dat".

       LANCA-NEXT-NOTAS.
           READ NOTASSE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LANCA-FIM.

       LANCA-GRAVA-NOTAS.
           ADD 1 TO LANCA-LIDOS.
           IF NSE-NUM-DISCIPLINAS < 4 OR
                   NSE-NUM-DISCIPLINAS > DISCIPLINA-MAX-OCCURS
               ADD 1 TO LANCA-IGNORADOS
               DISPLAY "REGISTO " NSE-TERM-KEY
                   " COM NUM-DISCIPLINAS INVALIDO - IGNORADO"
           ELSE
               MOVE NSE-TERM-KEY TO ALUNO-TERM-KEY
               MOVE NSE-NOMEALUNO TO NOMEALUNO
               MOVE NSE-ALUNO-STATUS TO ALUNO-STATUS
               MOVE NSE-NUM-DISCIPLINAS TO NUM-DISCIPLINAS
               PERFORM LANCA-NOTAS-DISCIPLINA
                   VARYING LANCA-IDX FROM 1 BY 1
                   UNTIL LANCA-IDX > NUM-DISCIPLINAS
               WRITE NOTAS-RECORD
                   INVALID KEY
                       ADD 1 TO LANCA-IGNORADOS
                       DISPLAY "ERRO AO GRAVAR " ALUNO-TERM-KEY
                   NOT INVALID KEY
                       ADD 1 TO LANCA-GRAVADOS
               END-WRITE.
           PERFORM LANCA-NEXT-NOTAS.

       LANCA-NOTAS-DISCIPLINA.
           MOVE NSE-DISC-CODIGO (LANCA-IDX) TO
               DISCIPLINA-CODIGO (LANCA-IDX).
           MOVE NSE-DISC-NOTA (LANCA-IDX) TO
               DISCIPLINA-NOTA (LANCA-IDX).
           IF LANCA-ZEROS = "Y" AND NSE-DISC-NOTA (LANCA-IDX) = ZERO
               MOVE "P" TO DISCIPLINA-ESTADO (LANCA-IDX)
               ADD 1 TO LANCA-POR-LANCAR
           ELSE
               MOVE "L" TO DISCIPLINA-ESTADO (LANCA-IDX).

       LANCA-DISPLAY-CONTAGENS.
           MOVE LANCA-LIDOS TO LANCA-COUNT-ED.
           DISPLAY "REGISTOS LIDOS:      " LANCA-COUNT-ED.
           MOVE LANCA-GRAVADOS TO LANCA-COUNT-ED.
           DISPLAY "REGISTOS CONVERTIDOS: " LANCA-COUNT-ED.
           MOVE LANCA-IGNORADOS TO LANCA-COUNT-ED.
           DISPLAY "REGISTOS IGNORADOS:  " LANCA-COUNT-ED.
           IF LANCA-GRAVADOS + LANCA-IGNORADOS = LANCA-LIDOS
               DISPLAY "CONTROLO OK - NENHUM REGISTO PERDIDO"
           ELSE
               DISPLAY "ATENCAO: AS CONTAGENS NAO BATEM CERTO".

      *--------------------------------------------------
      * Matricula e promocao para o ano seguinte, a
      * partir dos resultados do FINAL13-MODE em
      * notasfinais.dat (vale a ultima apuracao do ano).
      * Opcao 1: proposta de colocacao em promocao.txt,
      * gravada tambem em promocao.dat, sem mexer em
      * nada.  Opcao 2 (so direcao): aplica a proposta
      * gravada - turma do ano novo em alunoturma.dat e
      * registos de notas (por lancar) e faltas do
      * PERIODO 1 - e tira as listas de turma.  Opcao 3:
      * listas de turma de qualquer ANO-LETIVO.
      * Transferidos e desistentes ficam de fora; quem
      * nao tem resultado, turma de origem ou turma de
      * destino fica por decidir pela secretaria.
      *--------------------------------------------------
       PROMO40-MODE.
           MOVE "LISTING" TO THE-MODE.
           MOVE 9 TO PROMO-SUBPICK.
           PERFORM PROMO-MENU-ACTION
               UNTIL PROMO-SUBPICK = 0.

       PROMO-MENU-ACTION.
           DISPLAY " ".
           DISPLAY "1. PROPOSTA DE COLOCACAO NAS TURMAS".
           DISPLAY "2. CONFIRMAR A PROPOSTA (CRIAR MATRICULAS)".
           DISPLAY "3. LISTAS DE TURMA DE UM ANO LETIVO".
           DISPLAY "0. VOLTAR AO MENU".
           DISPLAY "SUA ESCOLHA (0-3)?".
           ACCEPT PROMO-SUBPICK.
           IF PROMO-SUBPICK = 1
               PERFORM PROMO-PROPOSTA
           ELSE
           IF PROMO-SUBPICK = 3
               DISPLAY "LISTAS DE TURMA DO ANO LETIVO (EX: 2027)"
               ACCEPT LISTA-ANO
               PERFORM WRITE-LISTAS-TURMA
           ELSE
           IF PROMO-SUBPICK = 2
               IF SESSAO-PAPEL NOT = "D"
                   DISPLAY "A MATRICULA SO PODE SER CONFIRMADA "
                       "PELA DIRECAO"
               ELSE
                   PERFORM PROMO-CONFIRMAR.

      *--------------------------------------------------
      * Proposta: um aluno por entrada a partir dos
      * registos de notas do ano que termina (o estado de
      * matricula e o do ultimo PERIODO), depois o
      * resultado final e por fim a decisao.
      *--------------------------------------------------
       PROMO-PROPOSTA.
           DISPLAY "ANO LETIVO QUE TERMINA (EX: 2026)".
           ACCEPT PROMO-ANO.
           COMPUTE PROMO-ANO-NOVO = PROMO-ANO + 1.
           PERFORM ALUNOTURMA-OPENING.
           IF ALUNOTURMA-OPEN-OK = "Y"
               PERFORM PROMO-PROPOSTA-RUN.

       PROMO-PROPOSTA-RUN.
           OPEN I-O TURMA-FILE.
           MOVE 0 TO PROMO-COUNT.
           MOVE ZEROES TO PROMO-IGNORADOS.
           MOVE ZEROES TO PROMO-IGNORADO-NUMBER.
           MOVE ZEROES TO ALUNO-TERM-KEY.
           MOVE "N" TO FILE-AT-END.
           START NOTAS-FILE KEY IS >= ALUNO-TERM-KEY
               INVALID KEY
                   MOVE "Y" TO FILE-AT-END.
           IF FILE-AT-END = "N"
               PERFORM READ-NEXT-RECORD.
           PERFORM COLLECT-PROMO-RECORDS
               UNTIL FILE-AT-END = "Y".
           IF PROMO-COUNT = 0
               DISPLAY "SEM REGISTOS PARA O ANO LETIVO " PROMO-ANO
           ELSE
               PERFORM LOAD-PROMO-FINAIS
               PERFORM DECIDE-PROMO-ENTRY
                   VARYING PROMO-IX FROM 1 BY 1
                   UNTIL PROMO-IX > PROMO-COUNT
               PERFORM SORT-PROMO-TABLE
               PERFORM WRITE-PROMO-PROPOSTA
               DISPLAY "PROPOSTA GRAVADA EM promocao.txt - "
                   "REVEJA ANTES DE CONFIRMAR (OPCAO 2)".
           CLOSE ALUNOTURMA-FILE.
           CLOSE TURMA-FILE.

      *    Os registos de um aluno vem seguidos (chave
      *    numero + ano + periodo): o ultimo PERIODO fica com
      *    a ultima palavra sobre o estado de matricula.
       COLLECT-PROMO-RECORDS.
           IF ANO-LETIVO = PROMO-ANO AND PERIODO-VALIDO
               IF PROMO-COUNT > 0 AND
                       PROMO-NUMBER (PROMO-COUNT) = ALUNO-NUMBER
                   MOVE ALUNO-STATUS TO PROMO-ESTADO (PROMO-COUNT)
               ELSE
                   PERFORM ADD-PROMO-ENTRY.
           PERFORM READ-NEXT-RECORD.

       ADD-PROMO-ENTRY.
           IF PROMO-COUNT >= PROMO-MAX-ENTRIES
               PERFORM COUNT-PROMO-IGNORADO
           ELSE
               ADD 1 TO PROMO-COUNT
               PERFORM GET-ALUNO-TURMA
               MOVE ALUNO-TURMA-ATUAL TO
                   PROMO-TURMA-ORIGEM (PROMO-COUNT)
               MOVE ALUNO-NUMBER TO PROMO-NUMBER (PROMO-COUNT)
               MOVE NOMEALUNO TO PROMO-NOME (PROMO-COUNT)
               MOVE ALUNO-STATUS TO PROMO-ESTADO (PROMO-COUNT)
               MOVE SPACES TO PROMO-RESULTADO (PROMO-COUNT)
               MOVE SPACES TO PROMO-TURMA-DESTINO (PROMO-COUNT)
               MOVE SPACE TO PROMO-DECISAO (PROMO-COUNT).

      *    Com a tabela cheia os registos seguintes do mesmo aluno
      *    ja nao contam: o total e de alunos, nao de registos.
       COUNT-PROMO-IGNORADO.
           IF ALUNO-NUMBER NOT = PROMO-IGNORADO-NUMBER
               ADD 1 TO PROMO-IGNORADOS
               MOVE ALUNO-NUMBER TO PROMO-IGNORADO-NUMBER.

      *    O FINAL13-MODE acrescenta ao ficheiro, por isso
      *    uma apuracao posterior do mesmo ano substitui a
      *    anterior.
       LOAD-PROMO-FINAIS.
           OPEN INPUT FINAIS-FILE.
           MOVE "N" TO PROMO-FIM.
           PERFORM READ-PROMO-FINAIS.
           PERFORM CHECK-PROMO-FINAIS
               UNTIL PROMO-FIM = "Y".
           CLOSE FINAIS-FILE.

       READ-PROMO-FINAIS.
           READ FINAIS-FILE
           AT END MOVE "Y" TO PROMO-FIM.

       CHECK-PROMO-FINAIS.
           IF FIN-TIPO-ALUNO AND FIN-ANO = PROMO-ANO
               MOVE "N" TO PROMO-FOUND
               PERFORM LOOK-FOR-PROMO-ENTRY
                   VARYING PROMO-IX FROM 1 BY 1
                   UNTIL PROMO-FOUND = "Y"
                      OR PROMO-IX > PROMO-COUNT
               IF PROMO-FOUND = "Y"
                   SUBTRACT 1 FROM PROMO-IX
                   MOVE FIN-RESULTADO TO PROMO-RESULTADO (PROMO-IX).
           PERFORM READ-PROMO-FINAIS.

       LOOK-FOR-PROMO-ENTRY.
           IF PROMO-NUMBER (PROMO-IX) = FIN-NUMBER
               MOVE "Y" TO PROMO-FOUND.

       DECIDE-PROMO-ENTRY.
           IF PROMO-ESTADO (PROMO-IX) = "T"
               MOVE "T" TO PROMO-DECISAO (PROMO-IX)
           ELSE
           IF PROMO-ESTADO (PROMO-IX) = "D"
               MOVE "D" TO PROMO-DECISAO (PROMO-IX)
           ELSE
           IF PROMO-RESULTADO (PROMO-IX) = SPACES OR
                   PROMO-RESULTADO (PROMO-IX) = "INCOMPLETO"
               MOVE "S" TO PROMO-DECISAO (PROMO-IX)
           ELSE
           IF PROMO-TURMA-ORIGEM (PROMO-IX) = SPACES
               MOVE "O" TO PROMO-DECISAO (PROMO-IX)
           ELSE
               PERFORM FIND-PROMO-DESTINO.

      *    O ano de escolaridade sao os digitos a frente do
      *    codigo da turma (1 ou 2); o resto e a letra.
       FIND-PROMO-DESTINO.
           MOVE PROMO-TURMA-ORIGEM (PROMO-IX) TO PROMO-CODIGO.
           MOVE ZEROES TO PROMO-NIVEL.
           IF PROMO-COD-NIVEL2 NUMERIC
               MOVE PROMO-COD-NIVEL2 TO PROMO-NIVEL
               MOVE PROMO-COD-LETRA2 TO PROMO-LETRA
           ELSE
           IF PROMO-COD-NIVEL1 NUMERIC
               MOVE PROMO-COD-NIVEL1 TO PROMO-NIVEL
               MOVE PROMO-COD-LETRA1 TO PROMO-LETRA.
           IF PROMO-NIVEL = ZEROES
               MOVE "C" TO PROMO-DECISAO (PROMO-IX)
           ELSE
               PERFORM BUILD-PROMO-DESTINO.

       BUILD-PROMO-DESTINO.
           IF PROMO-RESULTADO (PROMO-IX) (1:8) = "APROVADO"
               ADD 1 TO PROMO-NIVEL
               MOVE "P" TO PROMO-DECISAO (PROMO-IX)
           ELSE
               MOVE "R" TO PROMO-DECISAO (PROMO-IX).
           MOVE SPACES TO PROMO-CODIGO.
           IF PROMO-NIVEL < 10
               MOVE PROMO-NIVEL TO PROMO-COD-NIVEL1
               MOVE PROMO-LETRA TO PROMO-COD-LETRA1
           ELSE
               MOVE PROMO-NIVEL TO PROMO-COD-NIVEL2
               MOVE PROMO-LETRA TO PROMO-COD-LETRA2.
           MOVE PROMO-CODIGO TO PROMO-TURMA-DESTINO (PROMO-IX).
           MOVE PROMO-CODIGO TO TURMA-CODE.
           PERFORM READ-TURMA-RECORD.
           IF TURMA-FOUND = "N"
               MOVE "N" TO PROMO-DECISAO (PROMO-IX)
           ELSE
               PERFORM CHECK-PROMO-JA-MATRICULADO.

      *    Quem ja tem turma no ano novo (atribuida a mao)
      *    fica como esta.
       CHECK-PROMO-JA-MATRICULADO.
           MOVE PROMO-NUMBER (PROMO-IX) TO ALUNOTURMA-NUMBER.
           MOVE PROMO-ANO-NOVO TO ALUNOTURMA-ANO.
           READ ALUNOTURMA-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "J" TO PROMO-DECISAO (PROMO-IX)
                   MOVE ALUNOTURMA-CODE TO
                       PROMO-TURMA-DESTINO (PROMO-IX).

       SORT-PROMO-TABLE.
           PERFORM SORT-PROMO-OUTER-PASS
               VARYING PROMO-PASS FROM 1 BY 1
               UNTIL PROMO-PASS >= PROMO-COUNT.

       SORT-PROMO-OUTER-PASS.
           PERFORM SORT-PROMO-COMPARE-ADJACENT
               VARYING PROMO-IX FROM 1 BY 1
               UNTIL PROMO-IX >= PROMO-COUNT.

       SORT-PROMO-COMPARE-ADJACENT.
           COMPUTE PROMO-NEXT-IX = PROMO-IX + 1.
           IF PROMO-CHAVE (PROMO-IX) > PROMO-CHAVE (PROMO-NEXT-IX)
               MOVE PROMO-ENTRY (PROMO-IX) TO PROMO-ENTRY-TEMP
               MOVE PROMO-ENTRY (PROMO-NEXT-IX) TO
                   PROMO-ENTRY (PROMO-IX)
               MOVE PROMO-ENTRY-TEMP TO PROMO-ENTRY (PROMO-NEXT-IX).

       WRITE-PROMO-PROPOSTA.
           OPEN OUTPUT PROMOCAO-FILE.
           OPEN OUTPUT PROMOPROP-FILE.
           MOVE ZEROES TO PROMO-TOT-PROMOVIDOS.
           MOVE ZEROES TO PROMO-TOT-RETIDOS.
           MOVE ZEROES TO PROMO-TOT-SAIDOS.
           MOVE ZEROES TO PROMO-TOT-JA-MATRICULADOS.
           MOVE ZEROES TO PROMO-TOT-POR-DECIDIR.
           PERFORM WRITE-PROMO-HEADER.
           MOVE HIGH-VALUES TO PROMO-TURMA-ATUAL.
           PERFORM WRITE-PROMO-ALUNO
               VARYING PROMO-IX FROM 1 BY 1
               UNTIL PROMO-IX > PROMO-COUNT.
           PERFORM WRITE-PROMO-TOTAIS.
           CLOSE PROMOCAO-FILE.
           CLOSE PROMOPROP-FILE.
           MOVE "promocao.txt" TO RELAT-ORIGEM.
           MOVE 40 TO RELAT-MODO.
           MOVE PROMO-ANO TO RELAT-ANO.
           MOVE ZERO TO RELAT-PERIODO.
           MOVE SPACES TO RELAT-TURMA.
           PERFORM ARQUIVAR-RELATORIO.

       WRITE-PROMO-HEADER.
           ACCEPT PROMO-DATA FROM DATE.
           MOVE SPACES TO PROMO-LINE.
           STRING "PROPOSTA DE MATRICULA PARA " DELIMITED BY SIZE
                  PROMO-ANO-NOVO DELIMITED BY SIZE
                  " A PARTIR DOS RESULTADOS FINAIS DE "
                      DELIMITED BY SIZE
                  PROMO-ANO DELIMITED BY SIZE
             INTO PROMO-LINE.
           WRITE PROMOCAO-RECORD FROM PROMO-LINE.
           MOVE SPACES TO PROMO-LINE.
           STRING "DATA " DELIMITED BY SIZE
                  PROMO-DATA DELIMITED BY SIZE
                  "  POR " DELIMITED BY SIZE
                  SESSAO-LOGIN DELIMITED BY SIZE
             INTO PROMO-LINE.
           WRITE PROMOCAO-RECORD FROM PROMO-LINE.

       WRITE-PROMO-ALUNO.
           IF PROMO-TURMA-ORIGEM (PROMO-IX) NOT = PROMO-TURMA-ATUAL
               MOVE PROMO-TURMA-ORIGEM (PROMO-IX) TO PROMO-TURMA-ATUAL
               PERFORM WRITE-PROMO-TURMA-HEADER.
           MOVE PROMO-NUMBER (PROMO-IX) TO PROMO-NUMBER-ED.
           MOVE SPACES TO PROMO-LINE.
           MOVE 1 TO PROMO-POINTER.
           STRING PROMO-NUMBER-ED DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PROMO-NOME (PROMO-IX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  PROMO-RESULTADO (PROMO-IX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
             INTO PROMO-LINE
             WITH POINTER PROMO-POINTER.
           PERFORM STRING-PROMO-DECISAO.
           WRITE PROMOCAO-RECORD FROM PROMO-LINE.
           IF PROMO-PROMOVIDO (PROMO-IX) OR PROMO-RETIDO (PROMO-IX)
               PERFORM WRITE-PROMOPROP-RECORD.

       WRITE-PROMO-TURMA-HEADER.
           MOVE SPACES TO PROMO-LINE.
           WRITE PROMOCAO-RECORD FROM PROMO-LINE.
           MOVE SPACES TO PROMO-LINE.
           IF PROMO-TURMA-ATUAL = SPACES
               STRING "ALUNOS SEM TURMA EM " DELIMITED BY SIZE
                      PROMO-ANO DELIMITED BY SIZE
                 INTO PROMO-LINE
           ELSE
               STRING "TURMA " DELIMITED BY SIZE
                      PROMO-TURMA-ATUAL DELIMITED BY SIZE
                      " DE " DELIMITED BY SIZE
                      PROMO-ANO DELIMITED BY SIZE
                 INTO PROMO-LINE.
           WRITE PROMOCAO-RECORD FROM PROMO-LINE.

       STRING-PROMO-DECISAO.
           IF PROMO-PROMOVIDO (PROMO-IX)
               ADD 1 TO PROMO-TOT-PROMOVIDOS
               STRING "PROMOVIDO   -> " DELIMITED BY SIZE
                      PROMO-TURMA-DESTINO (PROMO-IX) DELIMITED BY SIZE
                 INTO PROMO-LINE
                 WITH POINTER PROMO-POINTER
           ELSE
           IF PROMO-RETIDO (PROMO-IX)
               ADD 1 TO PROMO-TOT-RETIDOS
               STRING "RETIDO      -> " DELIMITED BY SIZE
                      PROMO-TURMA-DESTINO (PROMO-IX) DELIMITED BY SIZE
                 INTO PROMO-LINE
                 WITH POINTER PROMO-POINTER
           ELSE
           IF PROMO-TRANSFERIDO (PROMO-IX)
               ADD 1 TO PROMO-TOT-SAIDOS
               STRING "TRANSFERIDO - FICA DE FORA" DELIMITED BY SIZE
                 INTO PROMO-LINE
                 WITH POINTER PROMO-POINTER
           ELSE
           IF PROMO-DESISTENTE (PROMO-IX)
               ADD 1 TO PROMO-TOT-SAIDOS
               STRING "DESISTENTE - FICA DE FORA" DELIMITED BY SIZE
                 INTO PROMO-LINE
                 WITH POINTER PROMO-POINTER
           ELSE
           IF PROMO-JA-MATRICULADO (PROMO-IX)
               ADD 1 TO PROMO-TOT-JA-MATRICULADOS
               STRING "JA MATRICULADO EM " DELIMITED BY SIZE
                      PROMO-TURMA-DESTINO (PROMO-IX) DELIMITED BY SIZE
                 INTO PROMO-LINE
                 WITH POINTER PROMO-POINTER
           ELSE
               ADD 1 TO PROMO-TOT-POR-DECIDIR
               PERFORM STRING-PROMO-POR-DECIDIR.

       STRING-PROMO-POR-DECIDIR.
           IF PROMO-SEM-RESULTADO (PROMO-IX)
               STRING "SEM RESULTADO FINAL" DELIMITED BY SIZE
                 INTO PROMO-LINE
                 WITH POINTER PROMO-POINTER
           ELSE
           IF PROMO-SEM-TURMA (PROMO-IX)
               STRING "SEM TURMA EM " DELIMITED BY SIZE
                      PROMO-ANO DELIMITED BY SIZE
                 INTO PROMO-LINE
                 WITH POINTER PROMO-POINTER
           ELSE
           IF PROMO-CODIGO-SEM-NIVEL (PROMO-IX)
               STRING "CODIGO DA TURMA SEM ANO DE ESCOLARIDADE"
                          DELIMITED BY SIZE
                 INTO PROMO-LINE
                 WITH POINTER PROMO-POINTER
           ELSE
               STRING "TURMA " DELIMITED BY SIZE
                      PROMO-TURMA-DESTINO (PROMO-IX) DELIMITED BY SIZE
                      " NAO EXISTE" DELIMITED BY SIZE
                 INTO PROMO-LINE
                 WITH POINTER PROMO-POINTER.
           STRING " - POR DECIDIR" DELIMITED BY SIZE
             INTO PROMO-LINE
             WITH POINTER PROMO-POINTER.

       WRITE-PROMOPROP-RECORD.
           MOVE PROMO-NUMBER (PROMO-IX) TO PP-NUMBER.
           MOVE PROMO-ANO TO PP-ANO.
           MOVE PROMO-ANO-NOVO TO PP-ANO-NOVO.
           MOVE PROMO-NOME (PROMO-IX) TO PP-NOME.
           MOVE PROMO-TURMA-ORIGEM (PROMO-IX) TO PP-TURMA-ORIGEM.
           MOVE PROMO-TURMA-DESTINO (PROMO-IX) TO PP-TURMA-DESTINO.
           MOVE PROMO-DECISAO (PROMO-IX) TO PP-DECISAO.
           WRITE PROMOPROP-RECORD.

       WRITE-PROMO-TOTAIS.
           MOVE SPACES TO PROMO-LINE.
           WRITE PROMOCAO-RECORD FROM PROMO-LINE.
           MOVE PROMO-COUNT TO PROMO-COUNT-ED.
           MOVE SPACES TO PROMO-LINE.
           STRING "ALUNOS DO ANO:                " DELIMITED BY SIZE
                  PROMO-COUNT-ED DELIMITED BY SIZE
             INTO PROMO-LINE.
           WRITE PROMOCAO-RECORD FROM PROMO-LINE.
           MOVE PROMO-TOT-PROMOVIDOS TO PROMO-COUNT-ED.
           MOVE SPACES TO PROMO-LINE.
           STRING "PROMOVIDOS:                   " DELIMITED BY SIZE
                  PROMO-COUNT-ED DELIMITED BY SIZE
             INTO PROMO-LINE.
           WRITE PROMOCAO-RECORD FROM PROMO-LINE.
           MOVE PROMO-TOT-RETIDOS TO PROMO-COUNT-ED.
           MOVE SPACES TO PROMO-LINE.
           STRING "RETIDOS:                      " DELIMITED BY SIZE
                  PROMO-COUNT-ED DELIMITED BY SIZE
             INTO PROMO-LINE.
           WRITE PROMOCAO-RECORD FROM PROMO-LINE.
           MOVE PROMO-TOT-SAIDOS TO PROMO-COUNT-ED.
           MOVE SPACES TO PROMO-LINE.
           STRING "TRANSFERIDOS E DESISTENTES:   " DELIMITED BY SIZE
                  PROMO-COUNT-ED DELIMITED BY SIZE
             INTO PROMO-LINE.
           WRITE PROMOCAO-RECORD FROM PROMO-LINE.
           MOVE PROMO-TOT-JA-MATRICULADOS TO PROMO-COUNT-ED.
           MOVE SPACES TO PROMO-LINE.
           STRING "JA MATRICULADOS:              " DELIMITED BY SIZE
                  PROMO-COUNT-ED DELIMITED BY SIZE
             INTO PROMO-LINE.
           WRITE PROMOCAO-RECORD FROM PROMO-LINE.
           MOVE PROMO-TOT-POR-DECIDIR TO PROMO-COUNT-ED.
           MOVE SPACES TO PROMO-LINE.
           STRING "POR DECIDIR:                  " DELIMITED BY SIZE
                  PROMO-COUNT-ED DELIMITED BY SIZE
             INTO PROMO-LINE.
           WRITE PROMOCAO-RECORD FROM PROMO-LINE.
           IF PROMO-IGNORADOS > 0
               MOVE PROMO-IGNORADOS TO PROMO-COUNT-ED
               MOVE SPACES TO PROMO-LINE
               STRING "NAO TRATADOS (TABELA CHEIA):  "
                          DELIMITED BY SIZE
                      PROMO-COUNT-ED DELIMITED BY SIZE
                 INTO PROMO-LINE
               WRITE PROMOCAO-RECORD FROM PROMO-LINE.
           MOVE SPACES TO PROMO-LINE.
           WRITE PROMOCAO-RECORD FROM PROMO-LINE.
           MOVE SPACES TO PROMO-LINE.
           STRING "AO CONFIRMAR SO OS PROMOVIDOS E OS RETIDOS SAO "
                      DELIMITED BY SIZE
                  "MATRICULADOS; OS POR DECIDIR FICAM PARA A "
                      DELIMITED BY SIZE
                  "ATRIBUICAO DE TURMA (MODO 19)." DELIMITED BY SIZE
             INTO PROMO-LINE.
           WRITE PROMOCAO-RECORD FROM PROMO-LINE.

      *--------------------------------------------------
      * Confirmacao: aplica o promocao.dat tal como a
      * proposta o gravou.  So acrescenta - turma,
      * notas e faltas que ja existam no ano novo ficam
      * como estao, por isso a confirmacao pode voltar a
      * correr sem estragos.
      *--------------------------------------------------
       PROMO-CONFIRMAR.
           MOVE ZEROES TO PROMO-LIDOS.
           MOVE "N" TO PROMO-FIM.
           OPEN INPUT PROMOPROP-FILE.
           PERFORM READ-PROMOPROP.
           IF PROMO-FIM = "N"
               MOVE PP-ANO TO PROMO-ANO
               MOVE PP-ANO-NOVO TO PROMO-ANO-NOVO.
           PERFORM COUNT-PROMOPROP
               UNTIL PROMO-FIM = "Y".
           CLOSE PROMOPROP-FILE.
           IF PROMO-LIDOS = 0
               DISPLAY "SEM PROPOSTA PARA APLICAR (promocao.dat) - "
                   "CORRA PRIMEIRO A OPCAO 1"
           ELSE
               PERFORM CONFIRM-PROMO.

       READ-PROMOPROP.
           READ PROMOPROP-FILE
           AT END MOVE "Y" TO PROMO-FIM.

       COUNT-PROMOPROP.
           ADD 1 TO PROMO-LIDOS.
           PERFORM READ-PROMOPROP.

       CONFIRM-PROMO.
           MOVE PROMO-LIDOS TO PROMO-COUNT-ED.
           DISPLAY "PROPOSTA DE " PROMO-ANO " PARA " PROMO-ANO-NOVO
               ": " PROMO-COUNT-ED " ALUNOS A MATRICULAR".
           MOVE "X" TO OK-TO-PROMOVER.
           PERFORM ASK-TO-PROMOVER
               UNTIL OK-TO-PROMOVER = "Y" OR "N".
           IF OK-TO-PROMOVER = "Y"
               PERFORM BACKUP-NOTAS-FILE
               PERFORM DUPL-BACKUP-OUTROS
               PERFORM PROMO-AFTER-BACKUP
           ELSE
               DISPLAY "MATRICULA CANCELADA".

       ASK-TO-PROMOVER.
           DISPLAY "CRIAR AS MATRICULAS DE " PROMO-ANO-NOVO " (Y/N)?".
           ACCEPT OK-TO-PROMOVER.
           IF OK-TO-PROMOVER = "y"
           MOVE "Y" TO OK-TO-PROMOVER.
           IF OK-TO-PROMOVER = "n"
           MOVE "N" TO OK-TO-PROMOVER.
           IF OK-TO-PROMOVER NOT = "Y" AND
                 OK-TO-PROMOVER NOT = "N"
           DISPLAY "YOU MUST ENTER YES OR NO".

       PROMO-AFTER-BACKUP.
           IF BACKUP-OK = "N"
               MOVE "X" TO OK-TO-SKIP-BACKUP
               PERFORM ASK-TO-SKIP-BACKUP
                   UNTIL OK-TO-SKIP-BACKUP = "Y" OR "N".
           IF BACKUP-OK = "Y" OR OK-TO-SKIP-BACKUP = "Y"
               PERFORM RUN-PROMOCAO
           ELSE
               DISPLAY "MATRICULA CANCELADA - "
                   "NENHUM FICHEIRO FOI ALTERADO".

       RUN-PROMOCAO.
           PERFORM ALUNOTURMA-OPENING.
           IF ALUNOTURMA-OPEN-OK = "Y"
               PERFORM RUN-PROMOCAO-MATRICULAS.

       RUN-PROMOCAO-MATRICULAS.
           MOVE ZEROES TO PROMO-TURMAS-CRIADAS.
           MOVE ZEROES TO PROMO-TURMAS-EXISTENTES.
           MOVE ZEROES TO PROMO-NOTAS-CRIADAS.
           MOVE ZEROES TO PROMO-NOTAS-EXISTENTES.
           MOVE ZEROES TO PROMO-FALTAS-CRIADAS.
           OPEN I-O FALTAS-FILE.
           OPEN INPUT PROMOPROP-FILE.
           MOVE "N" TO PROMO-FIM.
           PERFORM READ-PROMOPROP.
           PERFORM APPLY-PROMOPROP
               UNTIL PROMO-FIM = "Y".
           CLOSE PROMOPROP-FILE.
           CLOSE ALUNOTURMA-FILE.
           CLOSE FALTAS-FILE.
           MOVE PROMO-TURMAS-CRIADAS TO PROMO-COUNT-ED.
           DISPLAY "TURMAS ATRIBUIDAS:          " PROMO-COUNT-ED.
           MOVE PROMO-TURMAS-EXISTENTES TO PROMO-COUNT-ED.
           DISPLAY "JA TINHAM TURMA (MANTIDA):  " PROMO-COUNT-ED.
           MOVE PROMO-NOTAS-CRIADAS TO PROMO-COUNT-ED.
           DISPLAY "REGISTOS DE NOTAS CRIADOS:  " PROMO-COUNT-ED.
           MOVE PROMO-NOTAS-EXISTENTES TO PROMO-COUNT-ED.
           DISPLAY "REGISTOS DE NOTAS JA EXISTENTES: " PROMO-COUNT-ED.
           MOVE PROMO-FALTAS-CRIADAS TO PROMO-COUNT-ED.
           DISPLAY "REGISTOS DE FALTAS CRIADOS: " PROMO-COUNT-ED.
           MOVE PROMO-ANO-NOVO TO LISTA-ANO.
           PERFORM WRITE-LISTAS-TURMA.

       APPLY-PROMOPROP.
           MOVE PP-NUMBER TO ALUNOTURMA-NUMBER.
           MOVE PP-ANO-NOVO TO ALUNOTURMA-ANO.
           MOVE PP-TURMA-DESTINO TO ALUNOTURMA-CODE.
           WRITE ALUNOTURMA-RECORD
               INVALID KEY
                   ADD 1 TO PROMO-TURMAS-EXISTENTES
               NOT INVALID KEY
                   ADD 1 TO PROMO-TURMAS-CRIADAS
           END-WRITE.
           MOVE PP-NUMBER TO ALUNO-NUMBER.
           MOVE PP-ANO-NOVO TO ANO-LETIVO.
           MOVE 1 TO PERIODO.
           PERFORM READ-NOTAS-RECORD.
           IF RECORD-FOUND = "Y"
               ADD 1 TO PROMO-NOTAS-EXISTENTES
           ELSE
               PERFORM CREATE-PROMO-NOTAS.
           PERFORM LER-FALTAS-RECORD.
           IF FALTAS-RECORD-FOUND = "N"
               PERFORM CREATE-FALTAS-RECORD
               ADD 1 TO PROMO-FALTAS-CRIADAS.
           PERFORM READ-PROMOPROP.

       CREATE-PROMO-NOTAS.
           PERFORM INIT-NOTAS-RECORD.
           MOVE PP-NUMBER TO ALUNO-NUMBER.
           MOVE PP-NOME TO NOMEALUNO.
           MOVE PP-ANO-NOVO TO ANO-LETIVO.
           MOVE 1 TO PERIODO.
           PERFORM INIT-DISCIPLINAS.
           PERFORM ZERO-ONE-DISCIPLINA-NOTA
               VARYING DISCIPLINA-IDX FROM 1 BY 1
               UNTIL DISCIPLINA-IDX > NUM-DISCIPLINAS.
           PERFORM CALCULO-MEDIA.
           PERFORM AVALIACAO.
           PERFORM WRITE-NOTAS-RECORD.
           ADD 1 TO PROMO-NOTAS-CRIADAS.

      *--------------------------------------------------
      * Listas de turma de LISTA-ANO: uma por turma do
      * turmaindex.dat, com o diretor de turma e os
      * alunos por numero.  O nome vem do registo de
      * notas do PERIODO 1 desse ano; a turma anterior
      * e a do ano antes.
      *--------------------------------------------------
       WRITE-LISTAS-TURMA.
           PERFORM ALUNOTURMA-OPENING.
           IF ALUNOTURMA-OPEN-OK = "Y"
               PERFORM WRITE-LISTAS-TURMA-RUN.

       WRITE-LISTAS-TURMA-RUN.
           OPEN I-O TURMA-FILE.
           OPEN OUTPUT LISTASTURMA-FILE.
           MOVE ZEROES TO LISTA-TOTAL.
           MOVE ZEROES TO LISTA-TURMAS.
           MOVE SPACES TO TURMA-CODE.
           MOVE "N" TO LISTA-TURMA-FIM.
           START TURMA-FILE KEY IS >= TURMA-CODE
               INVALID KEY
                   MOVE "Y" TO LISTA-TURMA-FIM.
           IF LISTA-TURMA-FIM = "N"
               PERFORM READ-NEXT-LISTA-TURMA.
           PERFORM WRITE-LISTA-UMA-TURMA
               UNTIL LISTA-TURMA-FIM = "Y".
           MOVE LISTA-TOTAL TO LISTA-COUNT-ED.
           MOVE SPACES TO LISTA-LINE.
           STRING "TOTAL DE ALUNOS COM TURMA EM " DELIMITED BY SIZE
                  LISTA-ANO DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  LISTA-COUNT-ED DELIMITED BY SIZE
             INTO LISTA-LINE.
           WRITE LISTASTURMA-RECORD FROM LISTA-LINE.
           CLOSE LISTASTURMA-FILE.
           CLOSE ALUNOTURMA-FILE.
           CLOSE TURMA-FILE.
           DISPLAY "LISTAS DE TURMA GRAVADAS EM listasturma.txt".
           MOVE "listasturma.txt" TO RELAT-ORIGEM.
           MOVE 40 TO RELAT-MODO.
           MOVE LISTA-ANO TO RELAT-ANO.
           MOVE ZERO TO RELAT-PERIODO.
           MOVE SPACES TO RELAT-TURMA.
           PERFORM ARQUIVAR-RELATORIO.

       READ-NEXT-LISTA-TURMA.
           READ TURMA-FILE NEXT RECORD
           AT END MOVE "Y" TO LISTA-TURMA-FIM.

       WRITE-LISTA-UMA-TURMA.
           MOVE ZEROES TO LISTA-ALUNOS.
           IF LISTA-TURMAS > 0
               WRITE LISTASTURMA-RECORD FROM BOLETIM-FORM-FEED.
           ADD 1 TO LISTA-TURMAS.
           MOVE SPACES TO LISTA-LINE.
           STRING "LISTA DA TURMA " DELIMITED BY SIZE
                  TURMA-CODE DELIMITED BY SIZE
                  " - ANO LETIVO " DELIMITED BY SIZE
                  LISTA-ANO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  TURMA-DESCRICAO DELIMITED BY SIZE
             INTO LISTA-LINE.
           WRITE LISTASTURMA-RECORD FROM LISTA-LINE.
           MOVE SPACES TO LISTA-LINE.
           STRING "DIRETOR DE TURMA: " DELIMITED BY SIZE
                  TURMA-DIRETOR DELIMITED BY SIZE
             INTO LISTA-LINE.
           WRITE LISTASTURMA-RECORD FROM LISTA-LINE.
           MOVE SPACES TO LISTA-LINE.
           WRITE LISTASTURMA-RECORD FROM LISTA-LINE.
           MOVE SPACES TO LISTA-LINE.
           STRING "  No. NOME                  TURMA ANTERIOR"
                      DELIMITED BY SIZE
             INTO LISTA-LINE.
           WRITE LISTASTURMA-RECORD FROM LISTA-LINE.
           MOVE ZEROES TO ALUNOTURMA-KEY.
           MOVE "N" TO LISTA-FIM.
           START ALUNOTURMA-FILE KEY IS >= ALUNOTURMA-KEY
               INVALID KEY
                   MOVE "Y" TO LISTA-FIM.
           IF LISTA-FIM = "N"
               PERFORM READ-NEXT-LISTA-ALUNO.
           PERFORM WRITE-LISTA-ALUNO
               UNTIL LISTA-FIM = "Y".
           MOVE LISTA-ALUNOS TO LISTA-COUNT-ED.
           MOVE SPACES TO LISTA-LINE.
           WRITE LISTASTURMA-RECORD FROM LISTA-LINE.
           MOVE SPACES TO LISTA-LINE.
           STRING "ALUNOS NA TURMA: " DELIMITED BY SIZE
                  LISTA-COUNT-ED DELIMITED BY SIZE
             INTO LISTA-LINE.
           WRITE LISTASTURMA-RECORD FROM LISTA-LINE.
           ADD LISTA-ALUNOS TO LISTA-TOTAL.
           PERFORM READ-NEXT-LISTA-TURMA.

       READ-NEXT-LISTA-ALUNO.
           READ ALUNOTURMA-FILE NEXT RECORD
           AT END MOVE "Y" TO LISTA-FIM.

      *    A leitura da turma anterior muda a posicao no
      *    ficheiro; o START seguinte retoma a seguir a este
      *    aluno.
       WRITE-LISTA-ALUNO.
           IF ALUNOTURMA-ANO = LISTA-ANO AND
                   ALUNOTURMA-CODE = TURMA-CODE
               PERFORM WRITE-LISTA-LINHA
               MOVE LISTA-ANO TO ALUNOTURMA-ANO
               START ALUNOTURMA-FILE KEY IS > ALUNOTURMA-KEY
                   INVALID KEY
                       MOVE "Y" TO LISTA-FIM.
           IF LISTA-FIM = "N"
               PERFORM READ-NEXT-LISTA-ALUNO.

       WRITE-LISTA-LINHA.
           ADD 1 TO LISTA-ALUNOS.
           MOVE ALUNOTURMA-NUMBER TO ALUNO-NUMBER.
           MOVE LISTA-ANO TO ANO-LETIVO.
           MOVE 1 TO PERIODO.
           PERFORM READ-NOTAS-RECORD.
           IF RECORD-FOUND = "Y"
               MOVE NOMEALUNO TO LISTA-NOME
           ELSE
               MOVE "(SEM REGISTO NOTAS)" TO LISTA-NOME.
           COMPUTE ALUNOTURMA-ANO = LISTA-ANO - 1.
           READ ALUNOTURMA-FILE RECORD
               INVALID KEY
                   MOVE "---" TO LISTA-TURMA-ANTERIOR
               NOT INVALID KEY
                   MOVE ALUNOTURMA-CODE TO LISTA-TURMA-ANTERIOR.
           MOVE ALUNO-NUMBER TO PROMO-NUMBER-ED.
           MOVE SPACES TO LISTA-LINE.
           STRING PROMO-NUMBER-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  LISTA-NOME DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  LISTA-TURMA-ANTERIOR DELIMITED BY SIZE
             INTO LISTA-LINE.
           WRITE LISTASTURMA-RECORD FROM LISTA-LINE.
           MOVE ALUNO-NUMBER TO ALUNOTURMA-NUMBER.

      *--------------------------------------------------
      * Conversao unica do alunoturma.dat para a turma
      * por ANO-LETIVO, ao estilo do LANCA39-MODE: o
      * ficheiro antigo (numero + turma) e posto de lado
      * como alunoturma_semano.dat e reescrito com o ano
      * letivo que o operador indica para as turmas la
      * gravadas.  Se a copia _semano ja existe a
      * conversao ja foi feita e nada e mexido.
      *--------------------------------------------------
       TURMANO41-MODE.
           MOVE "LISTING" TO THE-MODE.
           PERFORM TEST-EXCLUSIVE-ACCESS.
           IF EXCLUSIVE-OK = "N"
               DISPLAY "CONVERSAO CANCELADA"
           ELSE
               PERFORM TURMANO41-RUN.

       TURMANO41-RUN.
           MOVE "test -f alunoturma_semano.dat" TO TURMANO-COMMAND.
           CALL "SYSTEM" USING TURMANO-COMMAND.
           IF RETURN-CODE = 0
               DISPLAY "JA EXISTE alunoturma_semano.dat - "
                   "AS TURMAS JA TEM ANO LETIVO, NADA A CONVERTER"
           ELSE
               PERFORM CHECK-TURMANO-FORMATO
               IF TURMANO-FORMATO = "V"
                   DISPLAY "alunoturma.dat VAZIO - NADA A CONVERTER"
               ELSE
               IF TURMANO-FORMATO = "N"
                   DISPLAY "AS TURMAS JA TEM ANO LETIVO - "
                       "NADA A CONVERTER"
               ELSE
                   PERFORM CONFIRM-TURMANO.

      *--------------------------------------------------
      * O desenho antigo tem chave de 5 posicoes em vez
      * de 9: o OPEN pelo desenho novo falha, ou o ano
      * letivo lido apanha o codigo da turma e deixa de
      * ser numerico.
      *--------------------------------------------------
       CHECK-TURMANO-FORMATO.
           OPEN INPUT ALUNOTURMA-FILE.
           IF ALUNOTURMA-FS = "05" OR ALUNOTURMA-FS = "35"
               MOVE "V" TO TURMANO-FORMATO
           ELSE
           IF ALUNOTURMA-FS NOT = "00"
               MOVE "A" TO TURMANO-FORMATO
           ELSE
               PERFORM CHECK-TURMANO-PRIMEIRO.
           IF ALUNOTURMA-FS NOT = "35"
               CLOSE ALUNOTURMA-FILE.

       CHECK-TURMANO-PRIMEIRO.
           MOVE "N" TO TURMANO-FIM.
           READ ALUNOTURMA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TURMANO-FIM.
           IF TURMANO-FIM = "Y"
               MOVE "V" TO TURMANO-FORMATO
           ELSE
           IF ALUNOTURMA-ANO NOT NUMERIC OR
                   ALUNOTURMA-ANO = ZEROES
               MOVE "A" TO TURMANO-FORMATO
           ELSE
               MOVE "N" TO TURMANO-FORMATO.

       CONFIRM-TURMANO.
           DISPLAY "alunoturma.dat NAO TEM ANO LETIVO E SERA "
               "CONVERTIDO; O ANTIGO FICA GUARDADO EM "
               "alunoturma_semano.dat".
           DISPLAY "AS TURMAS ATUAIS SAO DE QUE ANO LETIVO "
               "(EX: 2026)?".
           ACCEPT TURMANO-ANO.
           MOVE "X" TO OK-TO-TURMANO.
           PERFORM ASK-TO-TURMANO
               UNTIL OK-TO-TURMANO = "Y" OR "N".
           IF OK-TO-TURMANO = "Y"
               PERFORM BACKUP-NOTAS-FILE
               PERFORM DUPL-BACKUP-OUTROS
               PERFORM TURMANO-AFTER-BACKUP
           ELSE
               DISPLAY "CONVERSAO CANCELADA".

       ASK-TO-TURMANO.
           DISPLAY "CONVERTER alunoturma.dat PARA " TURMANO-ANO
               " (Y/N)?".
           ACCEPT OK-TO-TURMANO.
           IF OK-TO-TURMANO = "y"
           MOVE "Y" TO OK-TO-TURMANO.
           IF OK-TO-TURMANO = "n"
           MOVE "N" TO OK-TO-TURMANO.
           IF OK-TO-TURMANO NOT = "Y" AND
                 OK-TO-TURMANO NOT = "N"
           DISPLAY "YOU MUST ENTER YES OR NO".

       TURMANO-AFTER-BACKUP.
           IF BACKUP-OK = "N"
               MOVE "X" TO OK-TO-SKIP-BACKUP
               PERFORM ASK-TO-SKIP-BACKUP
                   UNTIL OK-TO-SKIP-BACKUP = "Y" OR "N".
           IF BACKUP-OK = "Y" OR OK-TO-SKIP-BACKUP = "Y"
               PERFORM RUN-TURMANO
           ELSE
               DISPLAY "CONVERSAO CANCELADA - "
                   "NENHUM FICHEIRO FOI ALTERADO".

       RUN-TURMANO.
           MOVE "mv alunoturma.dat alunoturma_semano.dat"
               TO TURMANO-COMMAND.
           CALL "SYSTEM" USING TURMANO-COMMAND.
           IF RETURN-CODE NOT = 0
               DISPLAY "CONVERSAO FALHOU (COMANDO mv DEVOLVEU "
                   RETURN-CODE ") - FICHEIRO NAO FOI ALTERADO"
           ELSE
               PERFORM TURMANO-COPIA.

       TURMANO-COPIA.
           MOVE ZEROES TO TURMANO-LIDOS.
           MOVE ZEROES TO TURMANO-GRAVADOS.
           MOVE ZEROES TO TURMANO-IGNORADOS.
           MOVE "N" TO TURMANO-FIM.
           OPEN INPUT ALUNOTURMASA-FILE.
           OPEN OUTPUT ALUNOTURMA-FILE.
           PERFORM TURMANO-NEXT.
           PERFORM TURMANO-GRAVA
               UNTIL TURMANO-FIM = "Y".
           CLOSE ALUNOTURMASA-FILE.
           CLOSE ALUNOTURMA-FILE.
           DISPLAY "alunoturma.dat:".
           MOVE TURMANO-LIDOS TO TURMANO-COUNT-ED.
           DISPLAY "REGISTOS LIDOS:      " TURMANO-COUNT-ED.
           MOVE TURMANO-GRAVADOS TO TURMANO-COUNT-ED.
           DISPLAY "REGISTOS CONVERTIDOS: " TURMANO-COUNT-ED.
           MOVE TURMANO-IGNORADOS TO TURMANO-COUNT-ED.
           DISPLAY "REGISTOS IGNORADOS:  " TURMANO-COUNT-ED.
           IF TURMANO-GRAVADOS + TURMANO-IGNORADOS = TURMANO-LIDOS
               DISPLAY "CONTROLO OK - NENHUM REGISTO PERDIDO"
           ELSE
               DISPLAY "ATENCAO: AS CONTAGENS NAO BATEM CERTO".
           DISPLAY "FICHEIRO ANTIGO GUARDADO EM "
               "alunoturma_semano.dat".

       TURMANO-NEXT.
           READ ALUNOTURMASA-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO TURMANO-FIM.

       TURMANO-GRAVA.
           ADD 1 TO TURMANO-LIDOS.
           MOVE TSA-NUMBER TO ALUNOTURMA-NUMBER.
           MOVE TURMANO-ANO TO ALUNOTURMA-ANO.
           MOVE TSA-CODE TO ALUNOTURMA-CODE.
           WRITE ALUNOTURMA-RECORD
               INVALID KEY
                   ADD 1 TO TURMANO-IGNORADOS
                   DISPLAY "ERRO AO GRAVAR O ALUNO " TSA-NUMBER
               NOT INVALID KEY
                   ADD 1 TO TURMANO-GRAVADOS
           END-WRITE.
           PERFORM TURMANO-NEXT.

      *--------------------------------------------------
      * Arquivo de relatorios: cada emissao de um
      * relatorio de nome fixo e copiada para
      * relatorios/<nome>_<AAMMDD>_<HHMMSSCC>.<ext> (a
      * mesma marca dos backups de notasindex.dat) e
      * registada em relcatalogo.dat com o operador, o
      * modo, o termo e o numero de linhas.  O ficheiro
      * de nome fixo fica como estava para imprimir.
      *--------------------------------------------------
       ARQUIVAR-RELATORIO.
           ACCEPT RELAT-DATA FROM DATE YYYYMMDD.
           ACCEPT RELAT-HORA FROM TIME.
           MOVE SPACES TO RELAT-BASE.
           MOVE SPACES TO RELAT-EXT.
           UNSTRING RELAT-ORIGEM DELIMITED BY "."
               INTO RELAT-BASE RELAT-EXT.
           MOVE SPACES TO RELAT-FICHEIRO.
           STRING "relatorios/" DELIMITED BY SIZE
                  RELAT-BASE DELIMITED BY SPACE
                  "_" DELIMITED BY SIZE
                  RELAT-DATA (3:6) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  RELAT-HORA DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  RELAT-EXT DELIMITED BY SPACE
             INTO RELAT-FICHEIRO.
           MOVE SPACES TO RELAT-COMMAND.
           STRING "mkdir -p relatorios && cp " DELIMITED BY SIZE
                  RELAT-ORIGEM DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  RELAT-FICHEIRO DELIMITED BY SPACE
             INTO RELAT-COMMAND.
           CALL "SYSTEM" USING RELAT-COMMAND.
           IF RETURN-CODE NOT = 0
               DISPLAY "NAO FOI POSSIVEL ARQUIVAR " RELAT-ORIGEM
                   " (COMANDO cp DEVOLVEU " RETURN-CODE ")"
           ELSE
               PERFORM CONTAR-RELAT-LINHAS
               PERFORM GRAVAR-RELCAT-RECORD
               DISPLAY "COPIA ARQUIVADA EM " RELAT-FICHEIRO.

       CONTAR-RELAT-LINHAS.
           MOVE ZEROES TO RELAT-LINHAS.
           MOVE SPACES TO RELAT-COMMAND.
           STRING "wc -l < " DELIMITED BY SIZE
                  RELAT-FICHEIRO DELIMITED BY SPACE
                  " | tr -d ' ' > relcontagem.txt" DELIMITED BY SIZE
             INTO RELAT-COMMAND.
           CALL "SYSTEM" USING RELAT-COMMAND.
           MOVE "N" TO RELAT-FIM.
           OPEN INPUT RELCONT-FILE.
           READ RELCONT-FILE
           AT END MOVE "Y" TO RELAT-FIM.
           IF RELAT-FIM = "N"
               UNSTRING RELCONT-RECORD DELIMITED BY ALL SPACE
                   INTO RELAT-LINHAS.
           CLOSE RELCONT-FILE.

       GRAVAR-RELCAT-RECORD.
           OPEN EXTEND RELCAT-FILE.
           MOVE SPACES TO RELCAT-RECORD.
           MOVE RELAT-DATA TO RCAT-DATA.
           MOVE RELAT-HORA TO RCAT-HORA.
           MOVE RELAT-BASE TO RCAT-TIPO.
           MOVE RELAT-MODO TO RCAT-MODO.
           MOVE SESSAO-LOGIN TO RCAT-LOGIN.
           MOVE RELAT-ANO TO RCAT-ANO.
           MOVE RELAT-PERIODO TO RCAT-PERIODO.
           MOVE RELAT-TURMA TO RCAT-TURMA.
           MOVE RELAT-LINHAS TO RCAT-LINHAS.
           MOVE RELAT-FICHEIRO TO RCAT-FICHEIRO.
           WRITE RELCAT-RECORD.
           CLOSE RELCAT-FILE.

      *--------------------------------------------------
      * Relatorios arquivados: listar o catalogo (por
      * tipo e/ou termo), reimprimir uma geracao tal e
      * qual foi emitida (copia para reimpressao.txt) e,
      * so a direcao, apagar as geracoes mais antigas
      * que o prazo de conservacao, como a limpeza de
      * backups do modo 18.  Cada operador so ve as
      * geracoes dos modos que o seu papel pode correr.
      *--------------------------------------------------
       RELAT42-MODE.
           MOVE "LISTING" TO THE-MODE.
           MOVE 9 TO RELAT-SUBPICK.
           PERFORM RELAT-MENU-ACTION
               UNTIL RELAT-SUBPICK = 0.

       RELAT-MENU-ACTION.
           DISPLAY " ".
           DISPLAY "1. LISTAR RELATORIOS ARQUIVADOS".
           DISPLAY "2. REIMPRIMIR UMA GERACAO".
           DISPLAY "3. APAGAR GERACOES ANTIGAS".
           DISPLAY "0. VOLTAR AO MENU".
           DISPLAY "SUA ESCOLHA (0-3)?".
           ACCEPT RELAT-SUBPICK.
           IF RELAT-SUBPICK = 1
               PERFORM RELAT-LISTAR
           ELSE
           IF RELAT-SUBPICK = 2
               PERFORM RELAT-REIMPRIMIR
           ELSE
           IF RELAT-SUBPICK = 3
               IF SESSAO-PAPEL NOT = "D"
                   DISPLAY "A LIMPEZA DO ARQUIVO SO PODE SER FEITA "
                       "PELA DIRECAO"
               ELSE
                   PERFORM RELAT-PURGAR.

       READ-RELCAT-RECORD.
           READ RELCAT-FILE
           AT END MOVE "Y" TO RELAT-FIM.

       CHECK-RELAT-VISIVEL.
           MOVE "N" TO RELAT-VISIVEL.
           IF RCAT-MODO NUMERIC
               IF RCAT-MODO > 0 AND RCAT-MODO <= MENU-LAST-OPTION
                   IF MENU-OPCAO-PAPEL (RCAT-MODO SESSAO-PAPEL-IX)
                           = "Y"
                       MOVE "Y" TO RELAT-VISIVEL.

       RELAT-LISTAR.
           DISPLAY "TIPO (EX: boletim, pautaturma; ESPACOS = TODOS)?".
           MOVE SPACES TO RELAT-FILTRO-TIPO.
           ACCEPT RELAT-FILTRO-TIPO.
           INSPECT RELAT-FILTRO-TIPO
               CONVERTING LOTE-MAIUSCULAS TO LOTE-MINUSCULAS.
           DISPLAY "ANO LETIVO (EX: 2026, 0 = TODOS)?".
           ACCEPT RELAT-FILTRO-ANO.
           DISPLAY "PERIODO (1-4, 0 = TODOS)?".
           ACCEPT RELAT-FILTRO-PERIODO.
           DISPLAY "  No. DATA       HORA  TIPO                 MODO "
               "OPERADOR   ANO  P TUR  LINHAS".
           MOVE ZEROES TO RELAT-SEQ.
           MOVE ZEROES TO RELAT-MOSTRADOS.
           MOVE "N" TO RELAT-FIM.
           OPEN INPUT RELCAT-FILE.
           PERFORM READ-RELCAT-RECORD.
           PERFORM LIST-ONE-RELCAT
               UNTIL RELAT-FIM = "Y".
           CLOSE RELCAT-FILE.
           IF RELAT-MOSTRADOS = 0
               DISPLAY "NENHUM RELATORIO ARQUIVADO COM ESSES CRITERIOS"
           ELSE
               MOVE RELAT-MOSTRADOS TO RELAT-COUNT-ED
               DISPLAY RELAT-COUNT-ED " GERACOES LISTADAS".

       LIST-ONE-RELCAT.
           ADD 1 TO RELAT-SEQ.
           PERFORM CHECK-RELAT-VISIVEL.
           IF RELAT-VISIVEL = "Y"
               IF (RELAT-FILTRO-TIPO = SPACES OR
                       RELAT-FILTRO-TIPO = RCAT-TIPO) AND
                   (RELAT-FILTRO-ANO = ZEROES OR
                       RELAT-FILTRO-ANO = RCAT-ANO) AND
                   (RELAT-FILTRO-PERIODO = ZERO OR
                       RELAT-FILTRO-PERIODO = RCAT-PERIODO)
                   PERFORM DISPLAY-RELCAT-LINHA.
           PERFORM READ-RELCAT-RECORD.

       DISPLAY-RELCAT-LINHA.
           ADD 1 TO RELAT-MOSTRADOS.
           MOVE RELAT-SEQ TO RELAT-SEQ-ED.
           MOVE RCAT-LINHAS TO RELAT-LINHAS-ED.
           MOVE SPACES TO RELAT-LINE.
           STRING RELAT-SEQ-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RCAT-DATA (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  RCAT-DATA (5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  RCAT-DATA (7:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RCAT-HORA (1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  RCAT-HORA (3:2) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RCAT-TIPO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RCAT-MODO DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  RCAT-LOGIN DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RCAT-ANO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RCAT-PERIODO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RCAT-TURMA DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RELAT-LINHAS-ED DELIMITED BY SIZE
             INTO RELAT-LINE.
           DISPLAY RELAT-LINE.

      *    O numero da geracao e a sua linha no catalogo,
      *    tal como aparece na listagem.
       RELAT-REIMPRIMIR.
           DISPLAY "NUMERO DA GERACAO A REIMPRIMIR "
               "(VER A LISTAGEM, 0 PARA CANCELAR)?".
           ACCEPT RELAT-PICK.
           IF RELAT-PICK = ZEROES
               DISPLAY "REIMPRESSAO CANCELADA"
           ELSE
               PERFORM FIND-RELCAT-PICK
               IF RELAT-FIM = "Y"
                   DISPLAY "GERACAO " RELAT-PICK " NAO EXISTE"
               ELSE
                   PERFORM CHECK-RELAT-VISIVEL
                   IF RELAT-VISIVEL = "N"
                       DISPLAY "ESSE RELATORIO NAO E PERMITIDO AO "
                           "SEU PAPEL"
                   ELSE
                       PERFORM COPY-RELCAT-GERACAO.

       FIND-RELCAT-PICK.
           MOVE ZEROES TO RELAT-SEQ.
           MOVE "N" TO RELAT-FIM.
           OPEN INPUT RELCAT-FILE.
           PERFORM READ-RELCAT-RECORD.
           PERFORM SKIP-RELCAT-RECORD
               UNTIL RELAT-FIM = "Y" OR RELAT-SEQ = RELAT-PICK.
           CLOSE RELCAT-FILE.

       SKIP-RELCAT-RECORD.
           ADD 1 TO RELAT-SEQ.
           IF RELAT-SEQ < RELAT-PICK
               PERFORM READ-RELCAT-RECORD.

       COPY-RELCAT-GERACAO.
           MOVE SPACES TO RELAT-COMMAND.
           STRING "cp " DELIMITED BY SIZE
                  RCAT-FICHEIRO DELIMITED BY SPACE
                  " reimpressao.txt" DELIMITED BY SIZE
             INTO RELAT-COMMAND.
           CALL "SYSTEM" USING RELAT-COMMAND.
           IF RETURN-CODE = 0
               DISPLAY RCAT-TIPO " DE " RCAT-DATA " " RCAT-HORA
               DISPLAY "COPIADO TAL COMO FOI EMITIDO PARA "
                   "reimpressao.txt"
           ELSE
               DISPLAY "REIMPRESSAO FALHOU (COMANDO cp DEVOLVEU "
                   RETURN-CODE ") - " RCAT-FICHEIRO.

      *--------------------------------------------------
      * Limpeza: as geracoes emitidas antes do prazo de
      * conservacao (em meses, contados da data de hoje)
      * sao apagadas de relatorios/ e tiradas do
      * catalogo.  Uma geracao que nao se consiga apagar
      * fica no catalogo.
      *--------------------------------------------------
       RELAT-PURGAR.
           DISPLAY "CONSERVAR OS RELATORIOS DE QUANTOS MESES "
               "(0 PARA CANCELAR)?".
           ACCEPT RELAT-MESES.
           IF RELAT-MESES = ZEROES
               DISPLAY "LIMPEZA CANCELADA"
           ELSE
               PERFORM RELAT-CALC-CORTE
               PERFORM COUNT-RELAT-A-APAGAR
               PERFORM CONFIRM-RELAT-PURGAR.

       RELAT-CALC-CORTE.
           ACCEPT RELAT-CORTE-DATA FROM DATE YYYYMMDD.
           COMPUTE RELAT-MESES-TOTAL = RELAT-CORTE-ANO * 12
               + RELAT-CORTE-MES - 1 - RELAT-MESES.
           DIVIDE RELAT-MESES-TOTAL BY 12
               GIVING RELAT-CORTE-ANO
               REMAINDER RELAT-CORTE-MES.
           ADD 1 TO RELAT-CORTE-MES.

       COUNT-RELAT-A-APAGAR.
           MOVE ZEROES TO RELAT-A-APAGAR.
           MOVE "N" TO RELAT-FIM.
           OPEN INPUT RELCAT-FILE.
           PERFORM READ-RELCAT-RECORD.
           PERFORM COUNT-ONE-RELAT-ANTIGO
               UNTIL RELAT-FIM = "Y".
           CLOSE RELCAT-FILE.

       COUNT-ONE-RELAT-ANTIGO.
           IF RCAT-DATA < RELAT-CORTE-DATA
               ADD 1 TO RELAT-A-APAGAR.
           PERFORM READ-RELCAT-RECORD.

       CONFIRM-RELAT-PURGAR.
           IF RELAT-A-APAGAR = 0
               DISPLAY "NADA A APAGAR - NENHUMA GERACAO ANTERIOR A "
                   RELAT-CORTE-DATA
           ELSE
               MOVE RELAT-A-APAGAR TO RELAT-COUNT-ED
               DISPLAY RELAT-COUNT-ED " GERACOES ANTERIORES A "
                   RELAT-CORTE-DATA " SERAO APAGADAS"
               MOVE "X" TO OK-TO-PURGAR
               PERFORM ASK-TO-PURGAR
                   UNTIL OK-TO-PURGAR = "Y" OR "N"
               IF OK-TO-PURGAR = "Y"
                   PERFORM RUN-RELAT-PURGAR
               ELSE
                   DISPLAY "LIMPEZA CANCELADA".

       ASK-TO-PURGAR.
           DISPLAY "APAGAR ESTAS GERACOES (Y/N)?".
           ACCEPT OK-TO-PURGAR.
           IF OK-TO-PURGAR = "y"
           MOVE "Y" TO OK-TO-PURGAR.
           IF OK-TO-PURGAR = "n"
           MOVE "N" TO OK-TO-PURGAR.
           IF OK-TO-PURGAR NOT = "Y" AND
                 OK-TO-PURGAR NOT = "N"
           DISPLAY "YOU MUST ENTER YES OR NO".

       RUN-RELAT-PURGAR.
           MOVE ZEROES TO RELAT-APAGADOS.
           MOVE ZEROES TO RELAT-FALHADOS.
           MOVE ZEROES TO RELAT-MANTIDOS.
           MOVE "N" TO RELAT-FIM.
           OPEN INPUT RELCAT-FILE.
           OPEN OUTPUT RELCATNOVO-FILE.
           PERFORM READ-RELCAT-RECORD.
           PERFORM PURGE-ONE-RELCAT
               UNTIL RELAT-FIM = "Y".
           CLOSE RELCAT-FILE.
           CLOSE RELCATNOVO-FILE.
           MOVE "mv relcatalogo.tmp relcatalogo.dat" TO RELAT-COMMAND.
           CALL "SYSTEM" USING RELAT-COMMAND.
           IF RETURN-CODE NOT = 0
               DISPLAY "NAO FOI POSSIVEL ATUALIZAR relcatalogo.dat "
                   "(COMANDO mv DEVOLVEU " RETURN-CODE ")".
           MOVE RELAT-APAGADOS TO RELAT-COUNT-ED.
           DISPLAY "GERACOES APAGADAS:   " RELAT-COUNT-ED.
           MOVE RELAT-FALHADOS TO RELAT-COUNT-ED.
           DISPLAY "FALHOU APAGAR:       " RELAT-COUNT-ED.
           MOVE RELAT-MANTIDOS TO RELAT-COUNT-ED.
           DISPLAY "GERACOES CONSERVADAS: " RELAT-COUNT-ED.

       PURGE-ONE-RELCAT.
           IF RCAT-DATA < RELAT-CORTE-DATA
               PERFORM DELETE-RELCAT-GERACAO
           ELSE
               ADD 1 TO RELAT-MANTIDOS
               WRITE RELCATNOVO-RECORD FROM RELCAT-RECORD.
           PERFORM READ-RELCAT-RECORD.

       DELETE-RELCAT-GERACAO.
           MOVE SPACES TO RELAT-COMMAND.
           STRING "rm -f " DELIMITED BY SIZE
                  RCAT-FICHEIRO DELIMITED BY SPACE
             INTO RELAT-COMMAND.
           CALL "SYSTEM" USING RELAT-COMMAND.
           IF RETURN-CODE = 0
               ADD 1 TO RELAT-APAGADOS
           ELSE
               ADD 1 TO RELAT-FALHADOS
               DISPLAY "FALHOU APAGAR " RCAT-FICHEIRO
               WRITE RELCATNOVO-RECORD FROM RELCAT-RECORD.

      *--------------------------------
      * ADD
      *--------------------------------
       ADD-MODE.
           MOVE "ADD" TO THE-MODE.
           PERFORM GET-NEW-ALUNO-NUMBER.
           PERFORM ADD-RECORDS
           UNTIL ALUNO-NUMBER = ZEROES.

       GET-NEW-ALUNO-NUMBER.
           PERFORM INIT-NOTAS-RECORD.
           PERFORM ENTER-ALUNO-NUMBER.
           MOVE "Y" TO RECORD-FOUND.
           PERFORM FIND-NEW-NOTAS-RECORD
               UNTIL RECORD-FOUND = "N" OR ALUNO-NUMBER = ZEROES.

       FIND-NEW-NOTAS-RECORD.
           PERFORM READ-NOTAS-RECORD.
            IF RECORD-FOUND = "Y"
           DISPLAY "RECORD ALREADY ON FILE"
           PERFORM ENTER-ALUNO-NUMBER.

       ADD-RECORDS.
           PERFORM ENTER-REMAINING-FIELDS.
           PERFORM WRITE-NOTAS-RECORD.
           PERFORM GET-NEW-ALUNO-NUMBER.

       ENTER-REMAINING-FIELDS.
           PERFORM ENTER-NOMEALUNO.
           PERFORM INIT-DISCIPLINAS.
           PERFORM ENTER-ONE-DISCIPLINA
               VARYING DISCIPLINA-IDX FROM 1 BY 1
               UNTIL DISCIPLINA-IDX > NUM-DISCIPLINAS.
           PERFORM CALCULO-MEDIA.
           PERFORM AVALIACAO.

      *--------------------------------
      * CHANGE
      *--------------------------------
      *    O registo fica bloqueado para os outros
      *    utilizadores enquanto esta a ser alterado
      *    (READ WITH LOCK) e e libertado no fim.
       CHANGE-MODE.

           MOVE "CHANGE" TO THE-MODE.
           PERFORM GET-NOTAS-RECORD-LOCK.
           PERFORM CHANGE-RECORDS
           UNTIL ALUNO-NUMBER = ZEROES.

       CHANGE-RECORDS.
           PERFORM GET-FIELD-TO-CHANGE.
           PERFORM CHANGE-ONE-FIELD
           UNTIL WHICH-FIELD = ZERO.
           UNLOCK NOTAS-FILE.
           PERFORM GET-NOTAS-RECORD-LOCK.

       GET-NOTAS-RECORD-LOCK.
           PERFORM INIT-NOTAS-RECORD.
           PERFORM ENTER-ALUNO-NUMBER.
           MOVE "N" TO RECORD-FOUND.
           PERFORM FIND-NOTAS-RECORD-LOCK
               UNTIL RECORD-FOUND = "Y" OR ALUNO-NUMBER = ZEROES.

       FIND-NOTAS-RECORD-LOCK.
           PERFORM READ-NOTAS-RECORD-LOCK.
           IF RECORD-LOCKED = "Y"
               DISPLAY REGISTO-EM-USO
               PERFORM ENTER-ALUNO-NUMBER
           ELSE
           IF RECORD-FOUND = "N"
               DISPLAY "RECORD NOT FOUND"
               PERFORM ENTER-ALUNO-NUMBER.
       GET-FIELD-TO-CHANGE.
           PERFORM DISPLAY-ALL-FIELDS.
           PERFORM ASK-WHICH-FIELD.

       ASK-WHICH-FIELD.
           COMPUTE MAX-WHICH-FIELD = NUM-DISCIPLINAS + 3.
           DISPLAY "ENTER THE NUMBER OF THE FIELD".
           DISPLAY "TO CHANGE (1-" MAX-WHICH-FIELD ") OR 0 TO EXIT".
           ACCEPT WHICH-FIELD.
           IF WHICH-FIELD > MAX-WHICH-FIELD
               DISPLAY "INVALID ENTRY".

       CHANGE-ONE-FIELD.
           IF WHICH-FIELD > 0 AND WHICH-FIELD <= MAX-WHICH-FIELD
               PERFORM CHANGE-THIS-FIELD.
           PERFORM GET-FIELD-TO-CHANGE.

           CHANGE-THIS-FIELD.
           IF WHICH-FIELD > 1 AND WHICH-FIELD <= NUM-DISCIPLINAS + 1
               COMPUTE DISCIPLINA-IDX = WHICH-FIELD - 1.
           PERFORM CHECK-PAUTA-FECHADA.
           IF PAUTA-FECHADA = "Y"
               PERFORM ASK-PAUTA-OVERRIDE.
           IF PAUTA-FECHADA = "Y" AND OK-TO-OVERRIDE NOT = "Y"
               DISPLAY "PAUTA FECHADA - ALTERACAO RECUSADA"
           ELSE
               PERFORM APPLY-FIELD-CHANGE.

           APPLY-FIELD-CHANGE.
           PERFORM CAPTURE-OLD-VALUE.
           IF WHICH-FIELD = 1
           PERFORM ENTER-NOMEALUNO.
           IF WHICH-FIELD > 1 AND WHICH-FIELD <= NUM-DISCIPLINAS + 1
               PERFORM ENTER-ONE-DISCIPLINA.
           IF WHICH-FIELD = NUM-DISCIPLINAS + 2
           PERFORM CALCULO-MEDIA.
               MOVE NOMEALUNO TO AUDIT-OLD-VALUE.
           IF WHICH-FIELD > 1 AND WHICH-FIELD <= NUM-DISCIPLINAS + 1
               MOVE DISCIPLINA-NOTA (DISCIPLINA-IDX) TO BOLETIM-NOTA-ED
               MOVE BOLETIM-NOTA-ED TO AUDIT-OLD-VALUE
               IF DISCIPLINA-POR-LANCAR (DISCIPLINA-IDX)
                   MOVE "POR LANCAR" TO AUDIT-OLD-VALUE.
           IF WHICH-FIELD = NUM-DISCIPLINAS + 2
               MOVE MEDIA TO BOLETIM-MEDIA-ED
               MOVE BOLETIM-MEDIA-ED TO AUDIT-OLD-VALUE.
           IF CAT-ESTADO (CAT-IX) = "A"
               ADD 1 TO DISCIPLINA-IDX
               MOVE CAT-CODIGO (CAT-IX)
                 TO DISCIPLINA-CODIGO (DISCIPLINA-IDX)
               MOVE "P" TO DISCIPLINA-ESTADO (DISCIPLINA-IDX).

      *--------------------------------------------------
      * Carrega o catalogo de disciplinas para a
           ACCEPT DISCIPLINA-NOTA (DISCIPLINA-IDX).
           PERFORM REVALIDATE-DISCIPLINA-NOTA
               UNTIL DISCIPLINA-NOTA-VALIDA (DISCIPLINA-IDX).
           MOVE "L" TO DISCIPLINA-ESTADO (DISCIPLINA-IDX).

       REVALIDATE-DISCIPLINA-NOTA.
           DISPLAY NOTA-INVALIDA.
      *--------------------------------------------------
      * MEDIA ponderada: cada nota entra multiplicada
      * pelo peso da disciplina no catalogo e a soma e
      * dividida pela soma dos pesos.  As notas por
      * lancar ficam de fora e sao contadas em
      * NOTAS-POR-LANCAR.
      *--------------------------------------------------
       CALCULO-MEDIA.
                MOVE ZERO TO DISCIPLINA-NOTA-SUM.
                MOVE ZERO TO DISCIPLINA-PESO-SUM.
                MOVE ZERO TO NOTAS-POR-LANCAR.
                PERFORM SUM-ONE-DISCIPLINA-NOTA
                    VARYING DISCIPLINA-IDX FROM 1 BY 1
                    UNTIL DISCIPLINA-IDX > NUM-DISCIPLINAS.
                    DISPLAY "REPROVADO".

       SUM-ONE-DISCIPLINA-NOTA.
                IF DISCIPLINA-POR-LANCAR (DISCIPLINA-IDX)
                    ADD 1 TO NOTAS-POR-LANCAR
                ELSE
                    PERFORM SUM-ONE-NOTA-LANCADA.

      *    So conta as notas por lancar do registo, sem
      *    calcular a MEDIA.
       COUNT-NOTAS-POR-LANCAR.
                MOVE ZERO TO NOTAS-POR-LANCAR.
                PERFORM COUNT-ONE-POR-LANCAR
                    VARYING DISCIPLINA-IDX FROM 1 BY 1
                    UNTIL DISCIPLINA-IDX > NUM-DISCIPLINAS.

       COUNT-ONE-POR-LANCAR.
                IF DISCIPLINA-POR-LANCAR (DISCIPLINA-IDX)
                    ADD 1 TO NOTAS-POR-LANCAR.

       SUM-ONE-NOTA-LANCADA.
                MOVE DISCIPLINA-CODIGO (DISCIPLINA-IDX) TO
                    CAT-LOOKUP-CODIGO.
                PERFORM FIND-CAT-PESO.

           DISPLAY-ONE-DISCIPLINA.
           COMPUTE DISCIPLINA-FIELD-NUM = DISCIPLINA-IDX + 1.
           IF DISCIPLINA-POR-LANCAR (DISCIPLINA-IDX)
               DISPLAY DISCIPLINA-FIELD-NUM ". Nota "
                   DISCIPLINA-CODIGO (DISCIPLINA-IDX) ": "
                   "POR LANCAR"
           ELSE
               DISPLAY DISCIPLINA-FIELD-NUM ". Nota "
                   DISCIPLINA-CODIGO (DISCIPLINA-IDX) ": "
                   DISCIPLINA-NOTA (DISCIPLINA-IDX).

           DISPLAY-MEDIA.
           COMPUTE DISCIPLINA-FIELD-NUM = NUM-DISCIPLINAS + 2.
       WRITE-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE.
           ACCEPT AUDIT-TIME FROM TIME.
           MOVE SESSAO-LOGIN TO AUDIT-USER.
           MOVE ALUNO-NUMBER TO AUDIT-NUMBER-ED.
           MOVE SPACES TO AUDIT-LINE.
           MOVE 1 TO AUDIT-POINTER.
                  "] PARA ["       DELIMITED BY SIZE
                  AUDIT-NEW-VALUE  DELIMITED BY SIZE
                  "] POR "         DELIMITED BY SIZE
                  AUDIT-USER       DELIMITED BY SPACE
             INTO AUDIT-LINE
             WITH POINTER AUDIT-POINTER.
           IF AUDIT-OVERRIDE = "Y"
               STRING " *** OVERRIDE PAUTA FECHADA AUTORIZADO POR "
                          DELIMITED BY SIZE
                      OVERRIDE-AUTORIZADOR DELIMITED BY SPACE
                      " ***"       DELIMITED BY SIZE
                 INTO AUDIT-LINE
                 WITH POINTER AUDIT-POINTER
               MOVE "N" TO AUDIT-OVERRIDE.
