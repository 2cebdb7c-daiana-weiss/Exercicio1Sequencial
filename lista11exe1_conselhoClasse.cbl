      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exe1_conselhoClasse".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Decisao do conselho de classe (arqResultados.dat, layout
      *>   resreg.cpy): a diretoria informa o ano letivo e o codigo do
      *>   aluno, ve o resultado apurado pelo lista11exe1_resultadoAno
      *>   (menor media, disciplinas abaixo da minima e sem nota,
      *>   frequencia) e, para os casos de RECUPERACAO, grava a decisao
      *>   final do conselho - A aprova, R retem, L limpa a decisao. Os
      *>   casos APROVADO e RETIDO pela apuracao nao passam pelo conselho
      *>   e nao podem ser alterados aqui. A virada do ano letivo nao roda
      *>   enquanto houver aluno em RECUPERACAO sem decisao. Cada decisao
      *>   gravada eh carimbada no arqAuditoria.txt com a acao CONSELHO.

      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

           select arqCad assign to "arqCad.dat" *> cadastro de alunos (somente leitura, p/ nome)
           organization is indexed
           access mode is dynamic
           record key is fd-cod
           lock mode is automatic
           file status is ws-fs-arqCad.

           select arqResultados assign to "arqResultados.dat" *> resultado final por ano e aluno
           organization is indexed
           access mode is dynamic
           record key is res-chave
           lock mode is automatic
           file status is ws-fs-arqResultados.

      *>   trilha de auditoria - uma linha por decisao gravada.
           select arqAuditoria assign to "arqAuditoria.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAuditoria.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqCad.
           copy "cadreg.cpy".

       fd arqResultados.
           copy "resreg.cpy".

       fd arqAuditoria.
           copy "auditreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCad                             pic  9(02).
       77 ws-fs-arqResultados                      pic  9(02).
       77 ws-fs-arqAuditoria                       pic  9(02).

       77 ws-sair                                  pic  x(01).
          88  fechar-programa                      value "x" "X".
          88  voltar                               value "v" "V".

      *>----Variaveis da busca do resultado
       77 ws-ano-busca                             pic  9(004) value zeros.
          88  ws-ano-busca-valido                  value 1900 thru 2100.

       77 ws-cod-busca                             pic  9(004) value zeros.
       77 ws-nome-alu                              pic  X(035) value spaces.

      *>----Variaveis do resultado mostrado na tela
       77 ws-fase                                  pic  9(002) value zeros.
       77 ws-menor-media                           pic  9(002)v9 value zeros.
       77 ws-qtd-abaixo                            pic  9(002) value zeros.
       77 ws-qtd-sem-nota                          pic  9(002) value zeros.
       77 ws-frequencia                            pic  9(003)v9 value zeros.
       77 ws-resultado                             pic  X(011) value spaces.
       77 ws-decisao                               pic  X(010) value spaces.

       77 ws-acao                                  pic  x(001) value spaces.
          88  ws-aprovar                           value "A" "a".
          88  ws-reter                             value "R" "r".
          88  ws-limpar                            value "L" "l".
          88  ws-acao-valida                       value "A" "a" "R" "r" "L" "l".

      *>----Variaveis da trilha de auditoria (quem decidiu e quando)
       77 ws-audit-usuario                         pic  X(020) value spaces.

       77 ws-aud-cod                               pic  9(004) value zeros.
       77 ws-aud-acao                              pic  X(010) value spaces.

       77 ws-msn-aviso                             pic  X(050) value spaces.

       77 ws-msn-erro-ofsset                       pic 9(02).
       77 ws-msn-erro-cod                          pic 9(02).
       77 ws-msn-erro-text                         pic X(42).

      *>----Variaveis para comunicação entre programas
       linkage section.

      *>----Declaração de tela
       screen section.

       01  tela-busca-res.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                            Conselho de Classe                                   ".
           05 line 03 col 01 value "      Localizar Resultado                                                        ".
           05 line 05 col 01 value "       Ano letivo (AAAA)    :                                                    ".
           05 line 06 col 01 value "       Codigo do aluno      :                                                    ".
           05 line 08 col 01 value "                                                                                  ".

           05 sc-sair-busca    line 01  col 71 pic x(001) using ws-sair        foreground-color 12.
           05 sc-ano-busca     line 05  col 31 pic 9(004) using ws-ano-busca   foreground-color 15.
           05 sc-cod-busca     line 06  col 31 pic 9(004) using ws-cod-busca   foreground-color 15.
           05 sc-msn-busca     line 08  col 08 pic x(050) from  ws-msn-aviso   foreground-color 12.

       01  tela-edita-res.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                            Conselho de Classe                                   ".
           05 line 03 col 01 value "       Ano / Codigo         :                                                    ".
           05 line 04 col 01 value "       Nome                 :                                                    ".
           05 line 05 col 01 value "       Fase cursada         :                                                    ".
           05 line 07 col 01 value "       Menor media          :                                                    ".
           05 line 08 col 01 value "       Disc. abaixo/sem nota:                                                    ".
           05 line 09 col 01 value "       Frequencia (%)       :                                                    ".
           05 line 10 col 01 value "       Resultado apurado    :                                                    ".
           05 line 11 col 01 value "       Decisao do conselho  :                                                    ".
           05 line 13 col 01 value "       Acao (A-Aprovar R-Reter L-Limpar):                                        ".
           05 line 15 col 01 value "                                                                                  ".

           05 sc-sair-edita    line 01  col 71 pic x(001) using ws-sair         foreground-color 12.
           05 sc-ano-edita     line 03  col 31 pic 9(004) from  ws-ano-busca    foreground-color 12.
           05 sc-cod-edita     line 03  col 38 pic 9(004) from  ws-cod-busca    foreground-color 12.
           05 sc-nome-edita    line 04  col 31 pic x(035) from  ws-nome-alu     foreground-color 12.
           05 sc-fase-edita    line 05  col 31 pic 9(002) from  ws-fase         foreground-color 12.
           05 sc-menor-media   line 07  col 31 pic z9,9   from  ws-menor-media  foreground-color 12.
           05 sc-qtd-abaixo    line 08  col 31 pic z9     from  ws-qtd-abaixo   foreground-color 12.
           05 sc-qtd-sem-nota  line 08  col 36 pic z9     from  ws-qtd-sem-nota foreground-color 12.
           05 sc-frequencia    line 09  col 31 pic zz9,9  from  ws-frequencia   foreground-color 12.
           05 sc-resultado     line 10  col 31 pic x(011) from  ws-resultado    foreground-color 12.
           05 sc-decisao       line 11  col 31 pic x(010) from  ws-decisao      foreground-color 12.
           05 sc-acao          line 13  col 47 pic x(001) using ws-acao         foreground-color 15.
           05 sc-msn-edita     line 15  col 08 pic x(050) from  ws-msn-aviso    foreground-color 12.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - identifica o usuario logado
      *>  (para a auditoria e o registro da decisao).
      *>------------------------------------------------------------------------
       inicializa section.

      *>   operador assinado na porta de entrada (lista11exe1_menu) tem
      *>   prioridade sobre o usuario compartilhado do sistema operacional
           accept ws-audit-usuario from environment "OPERADOR"

           if ws-audit-usuario = spaces then
               accept ws-audit-usuario from environment "USER"
           end-if

           if ws-audit-usuario = spaces then
               move "DESCONHECIDO" to ws-audit-usuario
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal - localiza o resultado e grava a decisao
      *>------------------------------------------------------------------------
       processamento section.

           move spaces to ws-sair
           move spaces to ws-msn-aviso

           perform until voltar or fechar-programa

               move zeros  to ws-cod-busca
               move spaces to ws-sair

               display tela-busca-res
               accept tela-busca-res

               if not voltar and not fechar-programa then
                   if not ws-ano-busca-valido then
                       move "Ano letivo invalido." to ws-msn-aviso
                   else
                       perform busca-nome-aluno
                       perform edita-decisao
                   end-if
               end-if
           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca o nome do aluno pedido no arqCad pela chave - aluno que ja
      *>  saiu do cadastro ainda pode ter o resultado consultado.
      *>------------------------------------------------------------------------
       busca-nome-aluno section.

           open input arqCad

           if ws-fs-arqCad <> 00 then
               move 1                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao abrir arqCad.dat."     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-cod-busca to fd-cod
           read arqCad

           if ws-fs-arqCad <> 00 and ws-fs-arqCad <> 23 then
               move 2                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao ler arqCad.dat."       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           if ws-fs-arqCad = 00 then
               move fd-nome-alu to ws-nome-alu
           else
               move "(aluno fora do cadastro)" to ws-nome-alu
           end-if

           close arqCad

           if ws-fs-arqCad <> 00 then
               move 3                               to ws-msn-erro-ofsset
               move ws-fs-arqCad                    to ws-msn-erro-cod
               move "Erro ao fechar arqCad.dat."    to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       busca-nome-aluno-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o resultado do aluno no ano pedido, mostra a tela e aplica a
      *>  acao escolhida (so para os casos de RECUPERACAO): A aprova, R
      *>  retem, L limpa a decisao ja gravada.
      *>------------------------------------------------------------------------
       edita-decisao section.

           open i-o arqResultados

      *>   nenhuma apuracao rodou ainda (status 35): nao ha o que decidir
           if ws-fs-arqResultados = 35 then
               move "Nenhum resultado apurado - rode a apuracao." to ws-msn-aviso
           else

               if ws-fs-arqResultados <> 00 then
                   move 4                                   to ws-msn-erro-ofsset
                   move ws-fs-arqResultados                 to ws-msn-erro-cod
                   move "Erro ao abrir arqResultados.dat."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-ano-busca to res-ano
               move ws-cod-busca to res-cod
               read arqResultados

               if ws-fs-arqResultados <> 00 and ws-fs-arqResultados <> 23 then
                   move 5                                   to ws-msn-erro-ofsset
                   move ws-fs-arqResultados                 to ws-msn-erro-cod
                   move "Erro ao ler arqResultados.dat."    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqResultados = 23 then
                   move "Aluno sem resultado apurado neste ano." to ws-msn-aviso
               else
                   move res-fase         to ws-fase
                   move res-menor-media  to ws-menor-media
                   move res-qtd-abaixo   to ws-qtd-abaixo
                   move res-qtd-sem-nota to ws-qtd-sem-nota
                   move res-frequencia   to ws-frequencia
                   move res-resultado    to ws-resultado
                   move res-decisao      to ws-decisao

                   if res-recuperacao then
                       move spaces to ws-msn-aviso
                   else
                       move "Resultado fora do conselho - so consulta." to ws-msn-aviso
                   end-if

                   move spaces to ws-acao

                   perform until ws-acao-valida or not res-recuperacao
                              or voltar or fechar-programa
                       display tela-edita-res
                       accept tela-edita-res

                       if not voltar and not fechar-programa
                         and not ws-acao-valida then
                           move "Informe a acao (A-Aprovar R-Reter L-Limpar)." to ws-msn-aviso
                       end-if
                   end-perform

      *>           resultado fora do conselho: a tela so foi mostrada
                   if not res-recuperacao
                     and not voltar and not fechar-programa then
                       display tela-edita-res
                       accept tela-edita-res
                   end-if

                   if ws-acao-valida and res-recuperacao
                     and not voltar and not fechar-programa then
                       perform grava-decisao
                   else
                       move "Nenhuma alteracao foi realizada." to ws-msn-aviso
                   end-if
               end-if

               close arqResultados

               if ws-fs-arqResultados <> 00 then
                   move 6                                   to ws-msn-erro-ofsset
                   move ws-fs-arqResultados                 to ws-msn-erro-cod
                   move "Erro ao fechar arqResultados.dat." to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       edita-decisao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a decisao escolhida no resultado ja lido pela chave, com a
      *>  data e o operador, e carimba a auditoria.
      *>------------------------------------------------------------------------
       grava-decisao section.

           evaluate true
               when ws-aprovar
                   move "APROVADO" to res-decisao
               when ws-reter
                   move "RETIDO"   to res-decisao
               when other
                   move spaces     to res-decisao
           end-evaluate

           if res-sem-decisao then
               move zeros  to res-data-decisao
               move spaces to res-usuario
           else
               accept res-data-decisao from date yyyymmdd
               move ws-audit-usuario to res-usuario
           end-if

           rewrite res-reg

           if ws-fs-arqResultados <> 00 then
               move 7                                   to ws-msn-erro-ofsset
               move ws-fs-arqResultados                 to ws-msn-erro-cod
               move "Erro ao gravar a decisao."         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-cod-busca to ws-aud-cod
           move "CONSELHO"   to ws-aud-acao
           perform grava-auditoria

           if res-sem-decisao then
               move "Decisao do conselho removida." to ws-msn-aviso
           else
               move "Decisao do conselho gravada com sucesso." to ws-msn-aviso
           end-if
           .
       grava-decisao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha na trilha de auditoria (arqAuditoria.txt) para o
      *>  codigo/acao ja deixados em ws-aud-cod/ws-aud-acao pelo chamador -
      *>  carimba com o usuario logado e a data/hora atuais.
      *>------------------------------------------------------------------------
       grava-auditoria section.

           open extend arqAuditoria

           if ws-fs-arqAuditoria = 35 then
               open output arqAuditoria
               close arqAuditoria
               open extend arqAuditoria
           end-if

           if ws-fs-arqAuditoria <> 00 and ws-fs-arqAuditoria <> 05 then
               move 8                                   to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                  to ws-msn-erro-cod
               move "Erro ao abrir arqAuditoria.txt."   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-aud-cod       to aud-cod
           move ws-aud-acao      to aud-acao
           move ws-audit-usuario to aud-usuario
           accept aud-data from date yyyymmdd
           accept aud-hora from time

           write aud-reg

           if ws-fs-arqAuditoria <> 00 then
               move 9                                   to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                  to ws-msn-erro-cod
               move "Erro ao gravar na auditoria."      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqAuditoria

           if ws-fs-arqAuditoria <> 00 then
               move 10                                  to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                  to ws-msn-erro-cod
               move "Erro ao fechar arqAuditoria.txt."  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           .
       grava-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase

      *>   imprimindo mensagens de erro
           display ws-msn-erro-ofsset
           display ws-msn-erro-cod
           display ws-msn-erro-text
           Stop run
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           Stop run
           .
       finaliza-exit.
           exit.
