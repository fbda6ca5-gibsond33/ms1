*> stay reproducible.  Within a version, line number zero holds the
*> header (name and yield); line numbers 1 and up are the
*> ingredient lines.  The lookup in recipver-pd.cpy picks the
*> version in force on a transaction date.  An ingredient line of
*> type R is a sub-recipe: recipe-item-code holds the recipe code
*> and recipe-item-qty a quantity of that recipe's yield, expanded
*> through the levels by recipexp-pd.cpy.
*>--------------
fd  recipe-file.
01  recipe-record.
  05  recipe-tax-code         pic x(03).
  05  recipe-item-code        pic x(10).
  05  recipe-item-qty         pic 9(07)v999 comp-3.
*> I (or space on lines written before sub-recipes) a stock item,
*> R a sub-recipe
  05  recipe-line-type        pic x.
    88  recipe-line-is-sub-recipe value "R".
