       >>SOURCE FORMAT FREE
*>**
*>  GCBLUnit SQL stub exchange area
*>
*>  Shared between a program sql-prep has rewritten and gcblunit's SQL
*>  stub: the code standing in for each EXEC SQL statement moves every
*>  input host variable here (numbers through sqs-number, text through
*>  sqs-text) before calling sql-stub-param, and after sql-stub-exec
*>  moves each delivered column value -- the literal NULL for a null,
*>  which sets the indicator to -1 -- back into its INTO host variable.
*>**

01 sql-stub-area external.
    05 sqs-number pic s9(18)v9(9) sign leading separate.
    05 sqs-text pic x(256).
    05 sqs-delivered pic x.
        88 sqs-row-delivered value "Y".
    05 sqs-value-count usage binary-long unsigned.
    05 sqs-value pic x(128) occurs 16 times.
