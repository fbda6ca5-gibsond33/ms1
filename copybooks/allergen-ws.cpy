*>--------------
*> Working-storage for the shared allergen rollup in
*> allergen-pd.cpy.  The caller stages the recipe code and performs
*> roll-recipe-allergens with recipe-file and nutrient-file open
*> (recipexp-ws.cpy and recipexp-pd.cpy copied in as well);
*> the rolled-up flags land in ws-alg-flags and a printable
*> "Contains: ..." line in ws-alg-text (spaces when clean).
01  ws-alg-recipe-code        pic x(10).
