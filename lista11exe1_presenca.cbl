      *>   (lista11exe1_relFaltas) consolida por aluno. Aluno ja marcado
      *>   no dia eh pulado - uma chamada interrompida com Sair pode ser
      *>   rodada de novo e retoma de onde parou, sem marcar ninguem em
      *>   duplicidade. Operador de perfil PROFESSOR (PERFIL posto no
      *>   ambiente pelo menu) so abre a chamada de fase atribuida a ele
      *>   no ano do dia letivo, na tabela de atribuicoes mantida pela
      *>   coordenacao (arqAtribuicoes.txt, lista11exe1_manutAtribuicoes).

      *>Divisão para configuração do ambiente
       environment division.
           lock mode is automatic
           file status is ws-fs-arqPresenca.

           select arqAtribuicoes assign to "arqAtribuicoes.txt" *> professor x fase x disciplina (somente leitura)
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAtribuicoes.

      *>Declaração de variáveis
       data division.

       fd arqPresenca.
           copy "presreg.cpy".

       fd arqAtribuicoes.
           copy "atrireg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCad                             pic  9(02).
       77 ws-fs-arqPresenca                        pic  9(02).
       77 ws-fs-arqAtribuicoes                     pic  9(02).

       77 ws-sair                                  pic  x(01).
          88  fechar-programa                      value "x" "X".
      *>   de 9999 e encerrar o perform sem estourar
       77 ws-ind-cod                               pic  9(005) value zeros.

      *>----Operador assinado no menu e, para o professor, as fases
      *>   atribuidas a ele (ano + fase + disciplina)
       77 ws-operador                              pic  X(020) value spaces.
       77 ws-perfil                                pic  X(010) value spaces.
          88  ws-perfil-professor                  value "PROFESSOR".

       01 ws-tab-atr-prof.
           05 ws-ap                                occurs 200 times.
               10 ws-ap-ano                        pic 9(004).
               10 ws-ap-fase                       pic 9(002).
               10 ws-ap-disc                       pic 9(002).

       77 ws-qtd-ap                                pic  9(003) value zeros.
       77 ws-ind-ap                                pic  9(003) value zeros.

       77 ws-atribuida                             pic  x(001) value "N".
          88  ws-combinacao-atribuida              value "S".

       77 ws-msn-aviso                             pic  X(050) value spaces.

       77 ws-msn-erro-ofsset                       pic 9(02).
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - operador e perfil assinados no
      *>  menu; para o professor, as fases atribuidas a ele.
      *>------------------------------------------------------------------------
       inicializa section.

           accept ws-operador from environment "OPERADOR"
           accept ws-perfil   from environment "PERFIL"

           if ws-perfil-professor then
               perform carrega-atribuicoes
           end-if
           .
       inicializa-exit.
           exit.
                     or not ws-dc-dia-valido then
                       move "Fase ou dia letivo invalido." to ws-msn-aviso
                   else
                       perform confere-atribuicao
                       if ws-combinacao-atribuida then
                           perform marca-turma
                       else
                           move "Fase nao atribuida ao professor no ano." to ws-msn-aviso
                       end-if
                   end-if
               end-if
           end-perform
       marca-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega, do arqAtribuicoes, as fases atribuidas ao professor
      *>  assinado - arquivo ainda nao existir significa nenhuma
      *>  atribuicao feita (o professor nao abre chamada nenhuma).
      *>------------------------------------------------------------------------
       carrega-atribuicoes section.

           move zeros to ws-qtd-ap

           open input arqAtribuicoes

           if ws-fs-arqAtribuicoes <> 35 then

               if ws-fs-arqAtribuicoes <> 00 then
                   move 9                                     to ws-msn-erro-ofsset
                   move ws-fs-arqAtribuicoes                  to ws-msn-erro-cod
                   move "Erro ao abrir arqAtribuicoes.txt."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqAtribuicoes = 10
                   read arqAtribuicoes

                   if ws-fs-arqAtribuicoes <> 00 and ws-fs-arqAtribuicoes <> 10 then
                       move 10                                    to ws-msn-erro-ofsset
                       move ws-fs-arqAtribuicoes                  to ws-msn-erro-cod
                       move "Erro ao ler arqAtribuicoes.txt."     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqAtribuicoes = 00
                     and atr-usuario = ws-operador
                     and ws-qtd-ap < 200 then
                       add 1 to ws-qtd-ap
                       move atr-ano        to ws-ap-ano(ws-qtd-ap)
                       move atr-fase       to ws-ap-fase(ws-qtd-ap)
                       move atr-disciplina to ws-ap-disc(ws-qtd-ap)
                   end-if
               end-perform

               close arqAtribuicoes
           end-if
           .
       carrega-atribuicoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  A fase da chamada pode ser aberta pelo operador? Professor so
      *>  com atribuicao (qualquer disciplina) na fase, no ano do dia
      *>  letivo; os demais perfis abrem qualquer fase.
      *>------------------------------------------------------------------------
       confere-atribuicao section.

           if ws-perfil-professor then
               move "N" to ws-atribuida
               move 1 to ws-ind-ap
               perform until ws-ind-ap > ws-qtd-ap or ws-combinacao-atribuida
                   if ws-ap-ano(ws-ind-ap) = ws-dc-ano
                     and ws-ap-fase(ws-ind-ap) = ws-fase-chamada then
                       move "S" to ws-atribuida
                   end-if
                   add 1 to ws-ind-ap
               end-perform
           else
               move "S" to ws-atribuida
           end-if
           .
       confere-atribuicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
