      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "lista11exe1_manutRematricula".
       author. "Daiana Weiss".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>   Resposta da rematricula (arqRematricula.dat, layout remreg.cpy):
      *>   a secretaria informa o ano da rematricula e o codigo do aluno,
      *>   ve a fase atual, a fase prevista e a situacao gravada pela
      *>   campanha (lista11exe1_rematricula) e grava a resposta trazida
      *>   na ficha pela familia - C confirma, D desistente (nao renova),
      *>   P volta para pendente. O desistente sai na virada do ano pelo
      *>   caminho da transferencia e o pendente nao tem janeiro cobrado
      *>   pela geracao de mensalidades. Cada resposta gravada eh
      *>   carimbada no arqAuditoria.txt com a acao REMATRIC.

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

           select arqRematricula assign to "arqRematricula.dat" *> respostas da rematricula por ano e aluno
           organization is indexed
           access mode is dynamic
           record key is rem-chave
           lock mode is automatic
           file status is ws-fs-arqRematricula.

      *>   trilha de auditoria - uma linha por resposta gravada.
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

       fd arqRematricula.
           copy "remreg.cpy".

       fd arqAuditoria.
           copy "auditreg.cpy".

      *>----Variaveis de trabalho
       working-storage section.

       77 ws-fs-arqCad                             pic  9(02).
       77 ws-fs-arqRematricula                     pic  9(02).
       77 ws-fs-arqAuditoria                       pic  9(02).

       77 ws-sair                                  pic  x(01).
          88  fechar-programa                      value "x" "X".
          88  voltar                               value "v" "V".

      *>----Variaveis da busca da rematricula
       77 ws-ano-busca                             pic  9(004) value zeros.
          88  ws-ano-busca-valido                  value 1900 thru 2100.

       77 ws-cod-busca                             pic  9(004) value zeros.
       77 ws-nome-alu                              pic  X(035) value spaces.

      *>----Variaveis da rematricula mostrada na tela
       77 ws-fase-atual                            pic  9(002) value zeros.
       77 ws-fase-prevista                         pic  9(002) value zeros.
       77 ws-situacao                              pic  X(012) value spaces.
       77 ws-data-resposta                         pic  9(008) value zeros.
       77 ws-usuario-resposta                      pic  X(020) value spaces.

       77 ws-acao                                  pic  x(001) value spaces.
          88  ws-confirmar                         value "C" "c".
          88  ws-desistir                          value "D" "d".
          88  ws-pendente                          value "P" "p".
          88  ws-acao-valida                       value "C" "c" "D" "d" "P" "p".

      *>----Variaveis da trilha de auditoria (quem respondeu e quando)
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

       01  tela-busca-rem.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                            Rematricula                                          ".
           05 line 03 col 01 value "      Localizar Ficha                                                            ".
           05 line 05 col 01 value "       Ano rematric. (AAAA) :                                                    ".
           05 line 06 col 01 value "       Codigo do aluno      :                                                    ".
           05 line 08 col 01 value "                                                                                  ".

           05 sc-sair-busca    line 01  col 71 pic x(001) using ws-sair        foreground-color 12.
           05 sc-ano-busca     line 05  col 31 pic 9(004) using ws-ano-busca   foreground-color 15.
           05 sc-cod-busca     line 06  col 31 pic 9(004) using ws-cod-busca   foreground-color 15.
           05 sc-msn-busca     line 08  col 08 pic x(050) from  ws-msn-aviso   foreground-color 12.

       01  tela-edita-rem.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                            Rematricula                                          ".
           05 line 03 col 01 value "       Ano / Codigo         :                                                    ".
           05 line 04 col 01 value "       Nome                 :                                                    ".
           05 line 05 col 01 value "       Fase atual           :                                                    ".
           05 line 07 col 01 value "       Fase prevista        :                                                    ".
           05 line 08 col 01 value "       Situacao             :                                                    ".
           05 line 09 col 01 value "       Data da resposta     :                                                    ".
           05 line 10 col 01 value "       Gravada por          :                                                    ".
           05 line 13 col 01 value "       Acao (C-Confirma D-Desiste P-Pend):                                       ".
           05 line 15 col 01 value "                                                                                  ".

           05 sc-sair-edita    line 01  col 71 pic x(001) using ws-sair         foreground-color 12.
           05 sc-ano-edita     line 03  col 31 pic 9(004) from  ws-ano-busca    foreground-color 12.
           05 sc-cod-edita     line 03  col 38 pic 9(004) from  ws-cod-busca    foreground-color 12.
           05 sc-nome-edita    line 04  col 31 pic x(035) from  ws-nome-alu     foreground-color 12.
           05 sc-fase-edita    line 05  col 31 pic z9     from  ws-fase-atual       foreground-color 12.
           05 sc-prevista      line 07  col 31 pic z9     from  ws-fase-prevista    foreground-color 12.
           05 sc-situacao      line 08  col 31 pic x(012) from  ws-situacao         foreground-color 12.
           05 sc-data-resp     line 09  col 31 pic 9(008) from  ws-data-resposta    foreground-color 12.
           05 sc-usuario-resp  line 10  col 31 pic x(020) from  ws-usuario-resposta foreground-color 12.
           05 sc-acao          line 13  col 44 pic x(001) using ws-acao             foreground-color 15.
           05 sc-msn-edita     line 15  col 08 pic x(050) from  ws-msn-aviso    foreground-color 12.

      *>Declaração do corpo do programa
       procedure division.

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - identifica o usuario logado
      *>  (para a auditoria e o registro da resposta).
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
      *>  Processamento principal - localiza a ficha e grava a resposta
      *>------------------------------------------------------------------------
       processamento section.

           move spaces to ws-sair
           move spaces to ws-msn-aviso

           perform until voltar or fechar-programa

               move zeros  to ws-cod-busca
               move spaces to ws-sair

               display tela-busca-rem
               accept tela-busca-rem

               if not voltar and not fechar-programa then
                   if not ws-ano-busca-valido then
                       move "Ano da rematricula invalido." to ws-msn-aviso
                   else
                       perform busca-nome-aluno
                       perform edita-resposta
                   end-if
               end-if
           end-perform
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Busca o nome do aluno pedido no arqCad pela chave - aluno que ja
      *>  saiu do cadastro ainda pode ter a ficha consultada.
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
      *>  Le a ficha do aluno no ano pedido, mostra a tela e aplica a
      *>  resposta escolhida: C confirma, D desistente, P volta para
      *>  pendente.
      *>------------------------------------------------------------------------
       edita-resposta section.

           open i-o arqRematricula

      *>   nenhuma campanha rodou ainda (status 35): nao ha ficha
           if ws-fs-arqRematricula = 35 then
               move "Nenhuma ficha gerada - rode a rematricula." to ws-msn-aviso
           else

               if ws-fs-arqRematricula <> 00 then
                   move 4                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRematricula                  to ws-msn-erro-cod
                   move "Erro ao abrir arqRematricula.dat."   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-ano-busca to rem-ano
               move ws-cod-busca to rem-cod
               read arqRematricula

               if ws-fs-arqRematricula <> 00 and ws-fs-arqRematricula <> 23 then
                   move 5                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRematricula                  to ws-msn-erro-cod
                   move "Erro ao ler arqRematricula.dat."     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqRematricula = 23 then
                   move "Aluno sem ficha neste ano - rode a rematricula." to ws-msn-aviso
               else
                   perform monta-tela-resposta

                   move spaces to ws-msn-aviso
                   move spaces to ws-acao

                   perform until ws-acao-valida or voltar or fechar-programa
                       display tela-edita-rem
                       accept tela-edita-rem

                       if not voltar and not fechar-programa
                         and not ws-acao-valida then
                           move "Informe a acao (C-Confirma D-Desiste P-Pend)." to ws-msn-aviso
                       end-if
                   end-perform

                   if ws-acao-valida
                     and not voltar and not fechar-programa then
                       perform grava-resposta
                   else
                       move "Nenhuma alteracao foi realizada." to ws-msn-aviso
                   end-if
               end-if

               close arqRematricula

               if ws-fs-arqRematricula <> 00 then
                   move 6                                     to ws-msn-erro-ofsset
                   move ws-fs-arqRematricula                  to ws-msn-erro-cod
                   move "Erro ao fechar arqRematricula.dat."  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       edita-resposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia a ficha lida para os campos mostrados na tela.
      *>------------------------------------------------------------------------
       monta-tela-resposta section.

           move rem-fase-atual    to ws-fase-atual
           move rem-fase-prevista to ws-fase-prevista
           move rem-data-resposta to ws-data-resposta
           move rem-usuario       to ws-usuario-resposta

           evaluate true
               when rem-confirmada
                   move "CONFIRMADA"   to ws-situacao
               when rem-desistente
                   move "DESISTENTE"   to ws-situacao
               when other
                   move "PENDENTE"     to ws-situacao
           end-evaluate
           .
       monta-tela-resposta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a resposta escolhida na ficha ja lida pela chave, com a
      *>  data e o operador, e carimba a auditoria.
      *>------------------------------------------------------------------------
       grava-resposta section.

           evaluate true
               when ws-confirmar
                   move "C" to rem-situacao
               when ws-desistir
                   move "D" to rem-situacao
               when other
                   move "P" to rem-situacao
           end-evaluate

           if rem-pendente then
               move zeros  to rem-data-resposta
               move spaces to rem-usuario
           else
               accept rem-data-resposta from date yyyymmdd
               move ws-audit-usuario to rem-usuario
           end-if

           rewrite rem-reg

           if ws-fs-arqRematricula <> 00 then
               move 7                                   to ws-msn-erro-ofsset
               move ws-fs-arqRematricula                to ws-msn-erro-cod
               move "Erro ao gravar a resposta."        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-cod-busca to ws-aud-cod
           move "REMATRIC."  to ws-aud-acao
           perform grava-auditoria

           perform monta-tela-resposta

           if rem-pendente then
               move "Ficha voltou para pendente." to ws-msn-aviso
           else
               move "Resposta da rematricula gravada com sucesso." to ws-msn-aviso
           end-if
           .
       grava-resposta-exit.
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
