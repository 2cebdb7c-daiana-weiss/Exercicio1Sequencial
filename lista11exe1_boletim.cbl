      *>   escola entrega aos responsaveis a cada bimestre, hoje
      *>   redigitada a mao a partir da caderneta de papel. Emitido para
      *>   uma fase, cada boletim sai na sua pagina e o arquivo termina
      *>   com o total emitido. As disciplinas impressas sao as da grade
      *>   da fase do aluno no ano letivo pedido (linhas D do
      *>   arqParametros.txt, mantidas pela diretoria no
      *>   lista11exe1_manutParametros; enquanto a tabela nao foi criada
      *>   vale a grade inicial do parmini.cpy).

      *>Divisão para configuração do ambiente
       environment division.
           lock mode is automatic
           file status is ws-fs-arqPresenca.

           select arqParametros assign to "arqParametros.txt" *> grade de disciplinas (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParametros.

           select boletim assign to "boletim.txt" *> arquivo de impressao gerado
           organization is line sequential
           access mode is sequential
       fd arqPresenca.
           copy "presreg.cpy".

       fd arqParametros.
           copy "parmreg.cpy".

       fd boletim.
       01 bol-linha                                pic X(080).

       77 ws-fs-arqCad                             pic  9(02).
       77 ws-fs-arqNotas                           pic  9(02).
       77 ws-fs-arqPresenca                        pic  9(02).
       77 ws-fs-arqParametros                      pic  9(02).
       77 ws-fs-boletim                            pic  9(02).

       77 ws-ano-boletim                           pic  9(004) value zeros.

       77 ws-qtd-boletins                          pic  9(04) value zeros.

      *>----Grade de disciplinas do ano pedido (indice = fase, numero
      *>   gravado em not-disciplina) - nome em branco = disciplina fora
      *>   da grade da fase
       01 ws-tab-grade.
           05 ws-tab-grade-fase                    occurs 12 times.
               10 ws-qtd-disc-fase                 pic 9(002).
               10 ws-nome-disciplina               pic x(015) occurs 10 times.

      *>----Notas por aluno (indice = codigo, disciplina, bimestre) -
      *>   carregadas do arqNotas antes da emissao; o marcador "S" separa
      *>   a nota zero lancada do bimestre ainda sem lancamento
       01 ws-tab-notas.
           05 ws-tab-aluno-nt                      occurs 9999 times.
               10 ws-tab-disc-nt                   occurs 10 times.
                   15 ws-tab-bim-nt                occurs 4 times.
                       20 ws-tb-nota               pic 9(002)v9 comp.
                       20 ws-tb-tem                pic x(001).
       77 ws-ind-disc                              pic  9(002) value zeros.
       77 ws-ind-bim                               pic  9(002) value zeros.
       77 ws-ind-mes                               pic  9(002) value zeros.
       77 ws-ind-fase-ini                          pic  9(002) value zeros.

      *>   grade usada enquanto a tabela de parametros nao existe
           copy "parmini.cpy".

       77 ws-soma-notas                            pic  9(003)v9 value zeros.
       77 ws-qtd-notas                             pic  9(002) value zeros.
               10 ws-lf-qtd                        pic x(003).
               10 filler                           pic x(001).

       01 ws-lin-sem-grade.
           05 filler                               pic x(050) value
              "(fase sem grade de disciplinas no ano letivo)".

       01 ws-lin-total.
           05 filler                               pic x(030) value "Boletins emitidos .......... ".
           05 ws-lt-qtd                            pic zzz9.
           initialize ws-tab-notas
           initialize ws-tab-faltas
           initialize ws-tab-contado
           initialize ws-tab-grade
           .
       inicializa-exit.
           exit.
      *>------------------------------------------------------------------------
       processamento section.

           perform carrega-grade
           perform carrega-notas
           perform consolida-presencas

       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega do arqParametros a grade de disciplinas de cada fase no
      *>  ano pedido - arquivo ainda nao existir = grade inicial em todas
      *>  as fases.
      *>------------------------------------------------------------------------
       carrega-grade section.

           open input arqParametros

           if ws-fs-arqParametros <> 35 then

               if ws-fs-arqParametros <> 00 then
                   move 13                                    to ws-msn-erro-ofsset
                   move ws-fs-arqParametros                   to ws-msn-erro-cod
                   move "Erro ao abrir arqParametros.txt."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqParametros = 10
                   read arqParametros

                   if ws-fs-arqParametros <> 00 and ws-fs-arqParametros <> 10 then
                       move 14                                    to ws-msn-erro-ofsset
                       move ws-fs-arqParametros                   to ws-msn-erro-cod
                       move "Erro ao ler arqParametros.txt."      to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqParametros = 00 and prm-eh-disciplina
                     and prm-ano = ws-ano-boletim
                     and prm-fase >= 1 and prm-fase <= 12
                     and prm-disciplina >= 1 and prm-disciplina <= 10 then
                       if ws-nome-disciplina(prm-fase, prm-disciplina) = spaces then
                           add 1 to ws-qtd-disc-fase(prm-fase)
                       end-if
                       move prm-nome-disc to
                           ws-nome-disciplina(prm-fase, prm-disciplina)
                   end-if
               end-perform

               close arqParametros
           else
               move 1 to ws-ind-fase-ini
               perform until ws-ind-fase-ini > 12
                   move 1 to ws-ind-disc
                   perform until ws-ind-disc > pri-qtd-disc-inicial
                       move pri-nome-disc-inicial(ws-ind-disc)
                           to ws-nome-disciplina(ws-ind-fase-ini, ws-ind-disc)
                       add 1 to ws-ind-disc
                   end-perform
                   move pri-qtd-disc-inicial to ws-qtd-disc-fase(ws-ind-fase-ini)
                   add 1 to ws-ind-fase-ini
               end-perform
           end-if
           .
       carrega-grade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega do arqNotas as notas do ano pedido para a tabela por
      *>  aluno/disciplina/bimestre - arquivo ainda nao existir significa
                   if ws-fs-arqNotas = 00
                     and not-ano = ws-ano-boletim
                     and not-cod > 0
                     and not-disciplina >= 1 and not-disciplina <= 10
                     and not-bimestre   >= 1 and not-bimestre   <= 4 then
      *>               nota relancada para o mesmo bimestre: a ultima
      *>               gravada prevalece
           move ws-lin-cab-notas to bol-linha
           perform grava-linha-boletim

      *>   so as disciplinas da grade da fase do aluno no ano pedido
           if fd-fase >= 1 and fd-fase <= 12 then
               if ws-qtd-disc-fase(fd-fase) = zeros then
                   move ws-lin-sem-grade to bol-linha
                   perform grava-linha-boletim
               else
                   move 1 to ws-ind-disc
                   perform until ws-ind-disc > 10
                       if ws-nome-disciplina(fd-fase, ws-ind-disc) not = spaces then
                           perform grava-linha-disciplina
                       end-if
                       add 1 to ws-ind-disc
                   end-perform
               end-if
           else
               move ws-lin-sem-grade to bol-linha
               perform grava-linha-boletim
           end-if

           move ws-lin-branco to bol-linha
           perform grava-linha-boletim
       grava-linha-disciplina section.

           move spaces to ws-lin-nota
           move ws-nome-disciplina(fd-fase, ws-ind-disc) to ws-ln-disc

           move zeros to ws-soma-notas
           move zeros to ws-qtd-notas
