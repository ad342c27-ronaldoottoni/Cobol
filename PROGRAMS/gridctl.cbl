                                                          value zeros.

      * Order number of the grid row under the cursor, handed to
      * PROG945 by the "Detalhar" popup item (and to PROG1075 by
      * "Ver canhoto", the scanned delivery receipt) - the edited x(6)
      * column comes back zero-filled before the numeric move.

       77  ws-detalhe-nume-x                 pic x(006) value spaces.
         88  exportar-pressed                value 20.
         88  buscar-pressed                  value 40.
         88  detalhar-pressed                value 50.
         88  canhoto-pressed                 value 60.

      * Handles

               perform buscar-pedido
             when detalhar-pressed
               perform detalhar-pedido
             when canhoto-pressed
               perform ver-canhoto
           end-evaluate.

      *  Salta direto para a pagina que contem o pedido digitado no
              cancel "PROG945"
           end-if.

      *  Abre no PROG1075 o canhoto digitalizado (EN-IMAGEM, vinculado
      *  pelo PROG985) do pedido da linha corrente do grid.

       ver-canhoto.
           inquire grid-1, cursor-y in grid-y.
           if in-column-headings or grid-y = 0
                           or gc-pedido(grid-y) = spaces
              display message box
                "Selecione uma linha de pedido no grid."
           else
              move gc-pedido(grid-y) to ws-detalhe-nume-x
              inspect ws-detalhe-nume-x
                      replacing leading spaces by zeros
              move ws-detalhe-nume-x to ws-detalhe-nume
              call "PROG1075" using LK-Linkage, ws-detalhe-nume
                on exception
                  display message box
                    "PROG1075 nao encontrado no ambiente."
              end-call
              cancel "PROG1075"
           end-if.

       grid-1-handler.
           evaluate event-type


           CALL "W$MENU" USING WMENU-ADD, MENU-HANDLE, 0, 0,
                               "Detalhar", 50
           CALL "W$MENU" USING WMENU-ADD, MENU-HANDLE, 0, 0,
                               "Ver canhoto", 60
           CALL "W$MENU" USING WMENU-ADD, MENU-HANDLE, 0, 0,
                               "Sobre", 15
           CALL "W$MENU" USING WMENU-ADD, MENU-HANDLE, 0, 0,
