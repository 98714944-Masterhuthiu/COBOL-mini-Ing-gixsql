       identification division.
       class-id. UniversalLifePolicy inherits StandardPolicy.

      *> flexible-premium universal life: premiums credit into an
      *> account value, and the insurance is paid for month by month
      *> out of that value - a cost-of-insurance charge on the net
      *> amount at risk plus a flat expense charge. The policy stays
      *> in force exactly as long as the account value covers the
      *> monthly deduction, whatever the premium pattern was.
       data division.
       working-storage section.
       01 account-value       pic 9(9)v99 value 0.
       01 face-amount         pic 9(9)v99 value 0.
      *> monthly cost of insurance per thousand of net amount at
      *> risk - the deduction batch sets the filed rate for the
      *> insured's attained age and risk class; this default only
      *> applies when no rate has been filed for the case.
       01 coi-rate            pic 9(3)v9999 value 0.1500.
       01 monthly-expense     pic 9(5)v99 value 7.50.
      *> the guaranteed crediting rate, annual, credited monthly on
      *> whatever value survives the deduction.
       01 credited-rate       pic 9v9999 value 0.0300.

       method-id. setAccountValue.
       linkage section.
       01 p-value pic 9(9)v99.

       procedure division using p-value.

           move p-value to account-value
           goback.

       end method.

       method-id. getAccountValue.
       linkage section.
       01 result pic 9(9)v99.

       procedure division returning result.

           move account-value to result
           goback.

       end method.

       method-id. setFaceAmount.
       linkage section.
       01 p-face pic 9(9)v99.

       procedure division using p-face.

           move p-face to face-amount
           goback.

       end method.

       method-id. setCoiRate.
       linkage section.
       01 p-rate pic 9(3)v9999.

       procedure division using p-rate.

           move p-rate to coi-rate
           goback.

       end method.

      *> a premium lands in the account value in full - the
      *> product's charges come out monthly, not off the top.
       method-id. creditPremium.
       linkage section.
       01 p-amount pic 9(9)v99.
       01 result   pic 9(9)v99.

       procedure division using p-amount returning result.

           compute account-value = account-value + p-amount
           move account-value to result

           goback.

       end method.

      *> the insurance actually bought this month is the face less
      *> what the policyholder's own value already covers.
       method-id. calcMonthlyCoi.
       linkage section.
       01 result pic 9(9)v99.
       local-storage section.
       01 amount-at-risk pic 9(9)v99.

       procedure division returning result.

           if face-amount > account-value
               compute amount-at-risk = face-amount - account-value
           else
               move 0 to amount-at-risk
           end-if

           compute result rounded =
               amount-at-risk / 1000 * coi-rate

           goback.

       end method.

       method-id. getMonthlyExpense.
       linkage section.
       01 result pic 9(9)v99.

       procedure division returning result.

           move monthly-expense to result
           goback.

       end method.

      *> takes one month's cost of insurance and expense charge out
      *> of the account value and returns whatever the value could
      *> not cover - zero when the month was paid in full. A value
      *> that falls short is drawn to zero; the shortfall is what
      *> the policyholder must pay to keep the coverage.
       method-id. applyMonthlyDeduction.
       linkage section.
       01 result pic 9(9)v99.
       local-storage section.
       01 coi-charge     pic 9(9)v99.
       01 total-charge   pic 9(9)v99.

       procedure division returning result.

           invoke self "calcMonthlyCoi" returning coi-charge
           compute total-charge = coi-charge + monthly-expense

           if account-value >= total-charge
               compute account-value = account-value - total-charge
               move 0 to result
           else
               compute result = total-charge - account-value
               move 0 to account-value
           end-if

           goback.

       end method.

       method-id. accrueMonthlyInterest.
       linkage section.
       01 result pic 9(9)v99.

       procedure division returning result.

           compute account-value rounded =
               account-value + (account-value * credited-rate / 12)
           move account-value to result

           goback.

       end method.

      *> the planned premium: flexible by design, so no product
      *> load is applied here - the cost of the coverage is the
      *> monthly deduction, not a loaded premium.
       method-id. calcPremium.
       linkage section.
       01 result pic 9(9)v99.

       procedure division returning result.

           invoke self "getPremium" returning result
           invoke self "convertToBaseCurrency" using result
               returning result

           goback.

       end method.

       end class UniversalLifePolicy.
