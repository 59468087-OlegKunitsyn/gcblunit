       >>SOURCE FORMAT FREE
*>**
*>  GCBLUnit property-based testing exchange area
*>
*>  Shared between a suite and gcblunit's property-check, property-value
*>  and property-next: the suite loops while property-running, calls
*>  property-value with a field name to have that field's generated
*>  value delivered here (numbers through prp-number, every rule also
*>  as text through prp-text), runs its property paragraph, and ends
*>  each case with property-next. prp-case is the case being run.
*>**

01 property-area external.
    05 prp-state pic x.
        88 property-running value "R".
        88 property-finished value "D".
    05 prp-case usage binary-long unsigned.
    05 prp-number pic s9(18) sign leading separate.
    05 prp-text pic x(128).
